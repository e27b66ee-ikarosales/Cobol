000140* DATE       INIT  DESCRIPTION
000150* ---------------------------------------------------------------
000160* 2026-09-03 IKS   ORIGINAL COPYBOOK.
000170* 2026-10-15 IKS   RECORD WIDENED FROM 60 TO 120 BYTES.  EVERY
000180*                  ENTRY NOW CARRIES A UNIQUE PJ-POSTING-REF
000190*                  (RUN DATE, RUN TIME, SEQUENCE WITHIN THE RUN)
000200*                  AND A PJ-ENTRY-TYPE, SO AN "R" REVERSAL CARD
000210*                  CAN NAME THE EXACT POSTING IT BACKS OUT.
000220*                  PJ-LINKED-REF TIES THE PAIR TOGETHER - EACH
000230*                  SIDE NAMES THE OTHER ONCE THE REVERSAL POSTS.
000240*                  EXISTING HISTORY IS CUT OVER ONCE BY PJRNCONV
000250*                  (PJRNCNVJ) BEFORE THE NEW LRECL GOES LIVE.
000260* 2026-10-15 IKS   ADDED PJ-BRANCH-ID (THE BRANCH WHOSE BATCH THE
000270*                  ITEM CAME IN ON) AND PJ-SOURCE (POSTED BY THE
000280*                  DAILY RUN OR BY SUSPENSE REPROCESSING) FROM
000290*                  THE FILLER, SO THE GENERAL LEDGER EXTRACT CAN
000300*                  SUMMARISE BY BRANCH.  OLDER ENTRIES CARRY
000310*                  BLANKS - A BLANK SOURCE READS AS THE DAILY RUN.
000311* 2026-10-15 IKS   MONTH-END CHARGES.  THE ACCRUAL RUN (ACCRUAL)
000312*                  POSTS OVERDRAFT INTEREST AND THE MONTHLY FEE AS
000313*                  DEBITS WITH ENTRY TYPE "I" OR "F", SOURCE "A",
000314*                  AND THE MONTH CHARGED FOR IN PJ-CHARGE-PERIOD
000315*                  (TAKEN FROM THE FILLER).  A CHARGE POSTED LATER
000316*                  FROM SUSPENSE KEEPS ITS TYPE AND PERIOD.
000320*================================================================
000330
000340 01  PSTJRNL-RECORD.
000350     05  PJ-ACCOUNT-ID               PIC X(10).
000360     05  PJ-TRAN-CODE                PIC X(01).
000370         88  PJ-CREDIT                      VALUE "C".
000380         88  PJ-DEBIT                       VALUE "D".
000390     05  PJ-AMOUNT                   PIC 9(07)V99.
000400     05  PJ-RUN-DATE                 PIC 9(08).
000410     05  PJ-OPERATOR-ID              PIC X(16).
000420     05  PJ-RESULT-BALANCE           PIC S9(09)V99.
000430     05  FILLER                      PIC X(05).
000440     05  PJ-POSTING-REF.
000450         10  PJ-REF-RUN-DATE         PIC 9(08).
000460         10  PJ-REF-RUN-TIME         PIC 9(06).
000470         10  PJ-REF-SEQUENCE         PIC 9(06).
000480     05  PJ-ENTRY-TYPE               PIC X(01).
000490         88  PJ-ENTRY-POSTING               VALUES "P", " ".
000500         88  PJ-ENTRY-REVERSAL              VALUE "R".
000501         88  PJ-ENTRY-INTEREST              VALUE "I".
000502         88  PJ-ENTRY-FEE                   VALUE "F".
000503         88  PJ-ENTRY-CHARGE                VALUES "I", "F".
000510     05  PJ-LINKED-REF               PIC X(20).
000520     05  PJ-BRANCH-ID                PIC X(04).
000530     05  PJ-SOURCE                   PIC X(01).
000540         88  PJ-SOURCE-DAILY-RUN            VALUES "B", " ".
000550         88  PJ-SOURCE-SUSPENSE             VALUE "S".
000551         88  PJ-SOURCE-ACCRUAL              VALUE "A".
000552     05  PJ-CHARGE-PERIOD            PIC X(06).
000560     05  FILLER                      PIC X(08).
