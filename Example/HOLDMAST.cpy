000010*================================================================
000020* COPYBOOK      :  HOLDMAST
000030* PURPOSE       :  RECORD LAYOUT FOR THE FUNDS HOLD MASTER (VSAM
000040*                  KSDS KEYED ON HM-KEY - ACCOUNT ID PLUS A HOLD
000050*                  SEQUENCE WITHIN THE ACCOUNT, COLS 1-14).  ANY
000060*                  NUMBER OF HOLDS MAY STAND AGAINST ONE ACCOUNT.
000070*                  HOLDMNT PLACES AND RELEASES HOLDS; HOLDEXP
000080*                  EXPIRES THEM DAILY.  A HOLD IS NEVER DELETED -
000090*                  RELEASED AND EXPIRED HOLDS STAY ON FILE WITH
000100*                  THEIR STATUS, DATE AND OPERATOR AS THE AUDIT
000110*                  TRAIL.  THE POSTING PROGRAMS (COBOLPROD AND
000120*                  SUSPROC) SUBTRACT EVERY ACTIVE, UNEXPIRED HOLD
000130*                  FROM THE FUNDS A DEBIT MAY TAKE.
000140*
000150* MODIFICATION HISTORY
000160* ---------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* ---------------------------------------------------------------
000190* 2026-10-15 IKS   ORIGINAL COPYBOOK.
000200*================================================================
000210
000220 01  HOLDMAST-RECORD.
000230     05  HM-KEY.
000240         10  HM-ACCOUNT-ID           PIC X(10).
000250         10  HM-HOLD-SEQ             PIC 9(04).
000260     05  HM-AMOUNT                   PIC 9(07)V99.
000270     05  HM-REASON                   PIC X(20).
000280     05  HM-PLACED-BY                PIC X(16).
000290     05  HM-PLACED-DATE              PIC 9(08).
000300*----------------------------------------------------------
000310* THE HOLD COUNTS THROUGH ITS EXPIRY DATE AND LAPSES THE DAY
000320* AFTER.  99991231 IS AN OPEN-ENDED HOLD THAT ONLY A RELEASE
000330* CAN LIFT.
000340*----------------------------------------------------------
000350     05  HM-EXPIRY-DATE              PIC 9(08).
000360         88  HM-NO-EXPIRY                   VALUE 99991231.
000370     05  HM-STATUS                   PIC X(01).
000380         88  HM-STATUS-ACTIVE               VALUE "A".
000390         88  HM-STATUS-RELEASED             VALUE "R".
000400         88  HM-STATUS-EXPIRED              VALUE "E".
000410*----------------------------------------------------------
000420* DATE THE HOLD WAS RELEASED OR EXPIRED, AND THE OPERATOR WHO
000430* RELEASED IT (BLANK FOR AN EXPIRY).
000440*----------------------------------------------------------
000450     05  HM-STATUS-DATE              PIC 9(08).
000460     05  HM-RELEASED-BY              PIC X(16).
000470*----------------------------------------------------------
000480* HOW MUCH OF THE HOLD'S HISTORY HOLDEXP HAS ALREADY LISTED,
000490* SO EACH PLACEMENT, RELEASE AND EXPIRY IS LISTED ONCE.
000500*----------------------------------------------------------
000510     05  HM-LISTED-SWITCH            PIC X(01).
000520         88  HM-NOTHING-LISTED              VALUE "N".
000530         88  HM-PLACEMENT-LISTED            VALUE "P".
000540         88  HM-ALL-LISTED                  VALUE "Y".
000550     05  FILLER                      PIC X(19).
