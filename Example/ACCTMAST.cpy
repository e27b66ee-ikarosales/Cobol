000220*                  PLUS LIMIT BEFORE REWRITING.  A BLANK LIMIT
000230*                  (PRE-FIELD RECORD) READS AS ZERO - NO
000240*                  OVERDRAFT ALLOWED - SO AGAIN NO CONVERSION.
000250* 2026-10-15 IKS   ADDED AM-HOME-BRANCH - THE BRANCH (BRCHMAST)
000260*                  THAT OWNS THE ACCOUNT.  THE POSTING RUN
000270*                  REPORTS POSTINGS ONE BRANCH MAKES AGAINST
000280*                  ANOTHER BRANCH'S ACCOUNTS.  A BLANK HOME
000290*                  BRANCH (PRE-FIELD RECORD) IS NOT YET ASSIGNED
000300*                  AND IS NEVER REPORTED AS CROSS-BRANCH.
000310* 2026-10-15 IKS   ADDED AM-ACCOUNT-TYPE - THE PRODUCT THE ACCOUNT
000320*                  IS HELD UNDER, WHICH PICKS ITS OVERDRAFT
000330*                  INTEREST RATE AND MONTHLY FEE FROM THE RATE
000340*                  TABLE (RATETAB) IN THE MONTH-END ACCRUAL RUN.
000350*                  A BLANK TYPE (PRE-FIELD RECORD) READS AS THE
000360*                  STANDARD TYPE "ST", SO AGAIN NO CONVERSION.
000370*================================================================
000380
000390 01  ACCTMAST-RECORD.
000400     05  AM-ACCOUNT-ID               PIC X(10).
000410     05  AM-ACCOUNT-NAME             PIC X(20).
000420     05  AM-BALANCE                  PIC S9(09)V99.
000430     05  AM-STATUS                   PIC X(01).
000440         88  AM-STATUS-OPEN                 VALUES "O", " ".
000450         88  AM-STATUS-CLOSED               VALUE "C".
000460         88  AM-STATUS-BLOCKED              VALUE "B".
000470     05  AM-OVERDRAFT-LIMIT          PIC 9(07)V99.
000480     05  AM-HOME-BRANCH              PIC X(04).
000490     05  AM-ACCOUNT-TYPE             PIC X(02).
000500         88  AM-TYPE-STANDARD               VALUES "ST", "  ".
000510     05  FILLER                      PIC X(03).
