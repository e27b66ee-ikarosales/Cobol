000010*================================================================
000020* COPYBOOK      :  SOMAST
000030* PURPOSE       :  RECORD LAYOUT FOR THE STANDING ORDER MASTER
000040*                  (VSAM KSDS KEYED ON SO-ORDER-ID, COLS 1-8).
000050*                  ONE RECORD PER STANDING ORDER - A CREDIT OR
000060*                  DEBIT OF A FIXED AMOUNT TO ONE ACCOUNT THAT
000070*                  RECURS WEEKLY, MONTHLY, OR FALLS ONCE ON A
000080*                  GIVEN DAY.  AN ORDER NAMING A COUNTER ACCOUNT
000090*                  IS A TRANSFER: THE COUNTER ACCOUNT TAKES THE
000100*                  OPPOSITE SIDE FOR THE SAME AMOUNT.  SOMNT ADDS,
000110*                  CHANGES AND DELETES ORDERS; SOGEN WRITES THE
000120*                  ORDERS DUE EACH DAY TO TRANFILE AS ONE BATCH
000130*                  UNDER THE STANDING ORDER BRANCH ("STDO") AND
000140*                  STAMPS EACH WITH THE DATE GENERATED.
000150*
000160* MODIFICATION HISTORY
000170* ---------------------------------------------------------------
000180* DATE       INIT  DESCRIPTION
000190* ---------------------------------------------------------------
000200* 2026-10-15 IKS   ORIGINAL COPYBOOK.
000210*================================================================
000220
000230 01  SOMAST-RECORD.
000240     05  SO-ORDER-ID                 PIC X(08).
000250     05  SO-ACCOUNT-ID               PIC X(10).
000260     05  SO-TRAN-CODE                PIC X(01).
000270         88  SO-CREDIT                      VALUE "C".
000280         88  SO-DEBIT                       VALUE "D".
000290     05  SO-AMOUNT                   PIC 9(07)V99.
000300*----------------------------------------------------------
000310* FREQUENCY AND RUN DAY.  WEEKLY ORDERS FALL ON DAY OF THE
000320* WEEK SO-RUN-DAY (1 = MONDAY ... 7 = SUNDAY); MONTHLY ORDERS
000330* ON DAY OF THE MONTH SO-RUN-DAY (1-31), OR ON THE LAST DAY
000340* OF A SHORTER MONTH; A ONCE-ONLY ORDER FALLS ON ITS START
000350* DATE AND CARRIES A ZERO RUN DAY.
000360*----------------------------------------------------------
000370     05  SO-FREQUENCY                PIC X(01).
000380         88  SO-WEEKLY                      VALUE "W".
000390         88  SO-MONTHLY                     VALUE "M".
000400         88  SO-ONCE                        VALUE "O".
000410     05  SO-RUN-DAY                  PIC 9(02).
000420*----------------------------------------------------------
000430* THE ORDER IS LIVE FROM ITS START DATE THROUGH ITS END
000440* DATE.  99991231 IS AN ORDER WITH NO END DATE.
000450*----------------------------------------------------------
000460     05  SO-START-DATE               PIC 9(08).
000470     05  SO-END-DATE                 PIC 9(08).
000480         88  SO-NO-END                      VALUE 99991231.
000490*----------------------------------------------------------
000500* OTHER SIDE OF A TRANSFER - BLANK FOR A ONE-SIDED ORDER.
000510*----------------------------------------------------------
000520     05  SO-COUNTER-ACCOUNT          PIC X(10).
000530     05  SO-DESCRIPTION              PIC X(16).
000540*----------------------------------------------------------
000550* LAST DATE SOGEN GENERATED THE ORDER (ZERO UNTIL THE FIRST
000560* TIME) - AN ORDER IS NEVER GENERATED TWICE FOR ONE DATE -
000570* AND DATE OF THE LAST MAINTENANCE.
000580*----------------------------------------------------------
000590     05  SO-LAST-GEN-DATE            PIC 9(08).
000600     05  SO-LAST-MAINT-DATE          PIC 9(08).
000610     05  FILLER                      PIC X(11).
