000010*================================================================
000020* PROGRAM-ID    :  ACCRUAL
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  MONTH-END INTEREST AND FEE ACCRUAL.  FOR EVERY
000090*                  ACCOUNT NOT CLOSED, CHARGES OVERDRAFT INTEREST
000100*                  ON EACH DAY OF THE MONTH THE ACCOUNT STOOD
000110*                  OVERDRAWN, AT THE ANNUAL RATE FOR ITS ACCOUNT
000120*                  TYPE ON THE RATE TABLE (RATETAB) OVER 365, AND
000130*                  THE TYPE'S FLAT MONTHLY FEE.  EACH DAY'S
000140*                  CLOSING BALANCE IS REBUILT BACKWARD FROM THE
000150*                  MASTER BALANCE THROUGH THE MONTH'S JOURNAL
000160*                  ENTRIES.  CHARGES ARE POSTED AS DEBITS WITH THE
000170*                  SAME EDITS AS THE DAILY RUN AND JOURNALLED AS
000180*                  ENTRY TYPE "I" OR "F", SOURCE "A", WITH THE
000190*                  MONTH THEY ARE FOR; ONE THE EDITS REFUSE GOES
000200*                  TO SUSPENSE LIKE ANY REJECTED CARD.  THE MONTH
000210*                  RUNS ON OR AFTER ITS LAST BUSINESS DAY AND IS
000220*                  NEVER ACCRUED TWICE - THE ACCRUAL CONTROL FILE
000230*                  (ACCRCTL) HOLDS THE LAST MONTH DONE, AND A
000240*                  RESTARTED RUN SKIPS EVERY CHARGE ALREADY ON THE
000250*                  JOURNAL OR IN SUSPENSE FOR THE MONTH.  THE
000260*                  ACCRUAL REGISTER LISTS EACH CHARGE WITH GRAND
000270*                  TOTALS; TRLBAL RECONCILES IT TO THE JOURNAL.
000280*
000290* MODIFICATION HISTORY
000300* ---------------------------------------------------------------
000310* DATE       INIT  DESCRIPTION
000320* ---------------------------------------------------------------
000330* 2026-10-15 IKS   ORIGINAL PROGRAM.
000340* 2026-10-15 IKS   SYSIN COLS 41-48 MUST BE BLANK OR "OVERRIDE";
000350*                  ANYTHING ELSE NOW REFUSES THE RUN (RC 8), AS
000360*                  IN COBOLPROD.  A MISKEYED OVERRIDE USED TO BE
000370*                  TAKEN AS NO OVERRIDE.
000380*================================================================
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. ACCRUAL.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PARM-FILE ASSIGN TO SYSIN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PF-FILE-STATUS.
000480
000490     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS AM-ACCOUNT-ID
000530         FILE STATUS IS AR-MAST-STATUS.
000540
000550     SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS AR-JRNL-STATUS.
000580
000590     SELECT RATETAB-FILE ASSIGN TO RATETAB
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS AR-RATE-STATUS.
000620
000630     SELECT HOLDMAST-FILE ASSIGN TO HOLDMAST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS HM-KEY
000670         FILE STATUS IS AR-HOLD-STATUS.
000680
000690     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS AR-SUSP-STATUS.
000720
000730     SELECT ACCRCTL-FILE ASSIGN TO ACCRCTL
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS AR-CTL-STATUS.
000760
000770     SELECT ACCRRPT-FILE ASSIGN TO ACCRRPT
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS AR-RPT-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  PARM-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  PARM-RECORD.
000850     05  PARM-OPERATOR-ID            PIC X(16).
000860     05  PARM-PERIOD                 PIC X(06).
000870     05  FILLER                      PIC X(18).
000880     05  PARM-OVERRIDE               PIC X(08).
000890
000900 FD  ACCTMAST-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 60 CHARACTERS.
000930     COPY ACCTMAST.
000940
000950 FD  PSTJRNL-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 120 CHARACTERS.
000980     COPY PSTJRNL.
000990
001000 FD  RATETAB-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030     COPY RATETAB.
001040
001050 FD  HOLDMAST-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 120 CHARACTERS.
001080     COPY HOLDMAST.
001090
001100*----------------------------------------------------------
001110* SUSPENSE-FILE - THE 80-BYTE CARD IMAGES COBOLPROD WRITES
001120* FOR A REJECTED CARD.  A REFUSED CHARGE GOES IN AS A "D"
001130* DEBIT CARD, WITH THE CHARGE TYPE (I/F) IN COL 50 AND THE
001140* MONTH IT IS FOR IN COLS 51-56, SO SUSPROC JOURNALS IT AS
001150* THE CHARGE ONCE IT POSTS; COLS 69-72 CARRY THE ACCOUNT'S
001160* HOME BRANCH AS THE BRANCH COBOLPROD STAMPS THERE.
001170*----------------------------------------------------------
001180 FD  SUSPENSE-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  SUSPENSE-RECORD.
001220     05  SR-RECORD-TYPE              PIC X(01).
001230         88  SR-DETAIL-RECORD               VALUE "D".
001240     05  SR-ACCOUNT-ID               PIC X(10).
001250     05  SR-TRAN-CODE                PIC X(01).
001260     05  SR-AMOUNT                   PIC 9(07)V99.
001270     05  FILLER                      PIC X(28).
001280     05  SR-CHARGE-TYPE              PIC X(01).
001290         88  SR-INTEREST-CHARGE             VALUE "I".
001300         88  SR-FEE-CHARGE                  VALUE "F".
001310     05  SR-CHARGE-PERIOD            PIC X(06).
001320     05  FILLER                      PIC X(12).
001330     05  SR-ORIG-BRANCH-ID           PIC X(04).
001340     05  FILLER                      PIC X(08).
001350
001360 FD  ACCRCTL-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 80 CHARACTERS.
001390     COPY ACCRCTL.
001400
001410 FD  ACCRRPT-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 132 CHARACTERS.
001440 01  ACCRRPT-RECORD                  PIC X(132).
001450 WORKING-STORAGE SECTION.
001460 01  OPERATOR-ID                     PIC X(16) VALUE "OPER001".
001470 01  SAIDA                           PIC X(16).
001480 01  COBOLINIT-STATUS                PIC 9(02) VALUE ZERO.
001490 01  RUN-TIMESTAMP.
001500     05  RUN-TS-DATE                 PIC 9(08).
001510     05  RUN-TS-TIME                 PIC 9(08).
001520 01  OPERATOR-AUTHORITY              PIC 9(02) VALUE ZERO.
001530     COPY BOOK.
001540     COPY BDAYPARM.
001550
001560*----------------------------------------------------------
001570* MINIMUM OM-AUTHORITY-LEVEL REQUIRED TO POST AGAINST THE
001580* ACCOUNT MASTER - THE SAME BAR COBOLPROD SETS FOR THE
001590* DAILY POSTING RUN ITSELF.
001600*----------------------------------------------------------
001610 77  REQUIRED-AUTHORITY              PIC 9(02) VALUE 50.
001620 77  PF-FILE-STATUS                  PIC X(02) VALUE SPACES.
001630 77  PF-EOF-SWITCH                   PIC X(01) VALUE "N".
001640     88  PF-END-OF-FILE                      VALUE "Y".
001650
001660 77  AR-MAST-STATUS                  PIC X(02) VALUE SPACES.
001670 77  AR-JRNL-STATUS                  PIC X(02) VALUE SPACES.
001680 77  AR-RATE-STATUS                  PIC X(02) VALUE SPACES.
001690 77  AR-HOLD-STATUS                  PIC X(02) VALUE SPACES.
001700 77  AR-SUSP-STATUS                  PIC X(02) VALUE SPACES.
001710 77  AR-CTL-STATUS                   PIC X(02) VALUE SPACES.
001720 77  AR-RPT-STATUS                   PIC X(02) VALUE SPACES.
001730 77  AR-MAST-EOF-SWITCH              PIC X(01) VALUE "N".
001740     88  AR-MAST-END-OF-FILE                VALUE "Y".
001750 77  AR-JSCAN-EOF-SWITCH             PIC X(01) VALUE "N".
001760     88  AR-JSCAN-END-OF-FILE               VALUE "Y".
001770 77  AR-SUSP-EOF-SWITCH              PIC X(01) VALUE "N".
001780     88  AR-SUSP-END-OF-FILE                VALUE "Y".
001790 77  AR-RATE-EOF-SWITCH              PIC X(01) VALUE "N".
001800     88  AR-RATE-END-OF-FILE                VALUE "Y".
001810 77  AR-HSCAN-EOF-SWITCH             PIC X(01) VALUE "N".
001820     88  AR-HSCAN-END-OF-FILE               VALUE "Y".
001830 77  AR-MAST-OPEN-SWITCH             PIC X(01) VALUE "N".
001840     88  AR-MAST-OPEN                       VALUE "Y".
001850 77  AR-HOLDS-SWITCH                 PIC X(01) VALUE "N".
001860     88  AR-HOLDS-PRESENT                   VALUE "Y".
001870     88  AR-HOLDS-ABSENT                    VALUE "N".
001880 77  AR-POSTING-SWITCH               PIC X(01) VALUE "N".
001890     88  AR-POSTING-FILES-OPEN              VALUE "Y".
001900 77  AR-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001910 77  AR-REJECT-REASON                PIC X(30) VALUE SPACES.
001920 77  AR-RESULT                       PIC X(08) VALUE SPACES.
001930
001940 77  AR-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001950 77  AR-OVERRIDE-SWITCH              PIC X(01) VALUE "N".
001960     88  AR-CALENDAR-OVERRIDE               VALUE "Y".
001970
001980*----------------------------------------------------------
001990* THE MONTH BEING ACCRUED, ITS FIRST AND LAST DAYS, AND ITS
002000* LAST BUSINESS DAY - THE EARLIEST DATE IT MAY BE RUN.
002010*----------------------------------------------------------
002020 01  AR-PERIOD                       PIC 9(06) VALUE ZERO.
002030 01  AR-PERIOD-R REDEFINES AR-PERIOD.
002040     05  AR-PERIOD-YEAR              PIC 9(04).
002050     05  AR-PERIOD-MONTH             PIC 9(02).
002060 01  AR-PERIOD-X REDEFINES AR-PERIOD PIC X(06).
002070 77  AR-LAST-PERIOD                  PIC 9(06) VALUE ZERO.
002080 01  AR-DUE-PERIOD                   PIC 9(06) VALUE ZERO.
002090 01  AR-DUE-PERIOD-R REDEFINES AR-DUE-PERIOD.
002100     05  AR-DUE-YEAR                 PIC 9(04).
002110     05  AR-DUE-MONTH                PIC 9(02).
002120 77  AR-PERIOD-START                 PIC 9(08) VALUE ZERO.
002130 77  AR-PERIOD-END                   PIC 9(08) VALUE ZERO.
002140 77  AR-NEXT-START                   PIC 9(08) VALUE ZERO.
002150 77  AR-PERIOD-DAYS                  PIC 9(02) COMP VALUE ZERO.
002160 77  AR-LAST-BUSINESS-DAY            PIC 9(08) VALUE ZERO.
002170 01  AR-WORK-DATE                    PIC 9(08) VALUE ZERO.
002180 01  AR-WORK-DATE-R REDEFINES AR-WORK-DATE.
002190     05  AR-WORK-YEAR                PIC 9(04).
002200     05  AR-WORK-MONTH               PIC 9(02).
002210     05  AR-WORK-DAY                 PIC 9(02).
002220
002230*----------------------------------------------------------
002240* INTEREST IS A DAY'S OVERDRAWN BALANCE TIMES THE ANNUAL
002250* PERCENTAGE RATE OVER THIS MANY DAYS, SUMMED OVER THE MONTH.
002260*----------------------------------------------------------
002270 77  AR-DAY-BASIS                    PIC 9(03) VALUE 365.
002280
002290 77  AR-ACCOUNTS-READ                PIC 9(07) COMP VALUE ZERO.
002300 77  AR-ACCOUNTS-CLOSED              PIC 9(07) COMP VALUE ZERO.
002310 77  AR-ACCOUNTS-OVERDRAWN           PIC 9(07) COMP VALUE ZERO.
002320 77  AR-ACCOUNTS-NOT-CHARGED         PIC 9(07) COMP VALUE ZERO.
002330 77  AR-INTEREST-POSTED              PIC 9(07) COMP VALUE ZERO.
002340 77  AR-FEES-POSTED                  PIC 9(07) COMP VALUE ZERO.
002350 77  AR-CHARGES-REJECTED             PIC 9(07) COMP VALUE ZERO.
002360 77  AR-ALREADY-CHARGED              PIC 9(07) COMP VALUE ZERO.
002370 77  AR-JRNL-READ                    PIC 9(07) COMP VALUE ZERO.
002380 77  AR-JRNL-BAD-ROWS                PIC 9(07) COMP VALUE ZERO.
002390 77  AR-TODAY-ROWS                   PIC 9(07) COMP VALUE ZERO.
002400 77  AR-WORK-COUNT                   PIC 9(07) COMP VALUE ZERO.
002410
002420 77  AR-INTEREST-AMOUNT              PIC S9(11)V99 COMP-3
002430                                     VALUE ZERO.
002440 77  AR-FEE-AMOUNT                   PIC S9(11)V99 COMP-3
002450                                     VALUE ZERO.
002460 77  AR-POSTED-AMOUNT                PIC S9(11)V99 COMP-3
002470                                     VALUE ZERO.
002480 77  AR-REJECTED-AMOUNT              PIC S9(11)V99 COMP-3
002490                                     VALUE ZERO.
002500 77  AR-TODAY-AMOUNT                 PIC S9(11)V99 COMP-3
002510                                     VALUE ZERO.
002520 77  AR-WORK-AMOUNT                  PIC S9(11)V99 COMP-3
002530                                     VALUE ZERO.
002540
002550*----------------------------------------------------------
002560* PER-ACCOUNT WORK - THE REBUILT DAY BALANCE, THE DAYS AND
002570* BALANCE-DAYS OVERDRAWN, AND THE CHARGE IN HAND.
002580*----------------------------------------------------------
002590 77  AR-DAY                          PIC S9(03) COMP VALUE ZERO.
002600 77  AR-DAY-BALANCE                  PIC S9(11)V99 COMP-3
002610                                     VALUE ZERO.
002620 77  AR-OD-DAYS                      PIC 9(03) COMP VALUE ZERO.
002630 77  AR-OD-BALANCE-DAYS              PIC S9(13)V99 COMP-3
002640                                     VALUE ZERO.
002650 77  AR-NET                          PIC S9(09)V99 COMP-3
002660                                     VALUE ZERO.
002670 77  AR-CHARGE-VALUE                 PIC S9(11)V99 COMP-3
002680                                     VALUE ZERO.
002690 77  AR-CHARGE-AMOUNT                PIC 9(07)V99 VALUE ZERO.
002700 77  AR-CHARGE-TYPE                  PIC X(01) VALUE SPACES.
002710     88  AR-CHARGE-INTEREST                 VALUE "I".
002720     88  AR-CHARGE-FEE                      VALUE "F".
002730 77  AR-TYPE-KEY                     PIC X(02) VALUE SPACES.
002740 77  AR-ODRAFT-LIMIT                 PIC 9(07)V99 COMP-3
002750                                     VALUE ZERO.
002760 77  AR-AVAIL-FUNDS                  PIC S9(11)V99 COMP-3
002770                                     VALUE ZERO.
002780 77  AR-HELD-FUNDS                   PIC S9(11)V99 COMP-3
002790                                     VALUE ZERO.
002800
002810*----------------------------------------------------------
002820* JOURNAL POSTING REFERENCE - RUN DATE, RUN TIME (HHMMSS)
002830* AND A SEQUENCE THROUGH THE RUN, AS COBOLPROD BUILDS IT.
002840*----------------------------------------------------------
002850 77  AR-JRNL-SEQUENCE                PIC 9(06) VALUE ZERO.
002860
002870*----------------------------------------------------------
002880* RATE TABLE - LOADED WHOLE FROM RATETAB AT STARTUP.
002890*----------------------------------------------------------
002900 77  AR-RATE-MAX                     PIC 9(03) COMP VALUE 50.
002910 77  AR-RATE-COUNT                   PIC 9(03) COMP VALUE ZERO.
002920 77  AR-RATE-SUB                     PIC 9(03) COMP VALUE ZERO.
002930 77  AR-RATE-FOUND                   PIC 9(03) COMP VALUE ZERO.
002940
002950 01  AR-RATE-TABLE.
002960     05  AR-RATE-ENTRY OCCURS 50 TIMES.
002970         10  AR-RT-TYPE              PIC X(02).
002980         10  AR-RT-NAME              PIC X(20).
002990         10  AR-RT-RATE              PIC 9(02)V9(03).
003000         10  AR-RT-FEE               PIC 9(05)V99.
003010
003020*----------------------------------------------------------
003030* MOVEMENT TABLE - ONE ROW PER ACCOUNT WITH JOURNAL ENTRIES
003040* SINCE THE MONTH BEGAN: THE NET OF EACH DAY OF THE MONTH,
003050* THE NET OF EVERYTHING POSTED AFTER IT, AND WHETHER THE
003060* MONTH'S INTEREST AND FEE ARE ALREADY ON THE JOURNAL OR IN
003070* SUSPENSE.  CREDITS ARE POSITIVE, DEBITS NEGATIVE.
003080*----------------------------------------------------------
003090 77  AR-MV-MAX                       PIC 9(05) COMP VALUE 3000.
003100 77  AR-MV-COUNT                     PIC 9(05) COMP VALUE ZERO.
003110 77  AR-MV-SUB                       PIC 9(05) COMP VALUE ZERO.
003120 77  AR-MV-FOUND                     PIC 9(05) COMP VALUE ZERO.
003130 77  AR-MV-KEY                       PIC X(10) VALUE SPACES.
003140
003150 01  AR-MOVEMENT-TABLE.
003160     05  AR-MOVEMENT-ENTRY OCCURS 3000 TIMES.
003170         10  AR-MV-ACCOUNT           PIC X(10).
003180         10  AR-MV-LATER-NET         PIC S9(11)V99 COMP-3.
003190         10  AR-MV-INT-SWITCH        PIC X(01).
003200             88  AR-MV-INT-DONE             VALUE "Y".
003210         10  AR-MV-FEE-SWITCH        PIC X(01).
003220             88  AR-MV-FEE-DONE             VALUE "Y".
003230         10  AR-MV-DAY-NET           PIC S9(11)V99 COMP-3
003240                                     OCCURS 31 TIMES.
003250
003260 01  AR-RPT-HEADING-1.
003270     05  FILLER                      PIC X(36)
003280             VALUE "ACCRUAL MONTH-END CHARGE REGISTER".
003290     05  FILLER                      PIC X(06) VALUE "DATE: ".
003300     05  AR-HDG-DATE                 PIC 9(08).
003310     05  FILLER                      PIC X(82) VALUE SPACES.
003320
003330 01  AR-RPT-HEADING-2.
003340     05  FILLER                      PIC X(10)
003350             VALUE "OPERATOR: ".
003360     05  AR-HDG-OPERATOR-ID          PIC X(16).
003370     05  FILLER                      PIC X(02) VALUE " (".
003380     05  AR-HDG-OPERATOR-NAME        PIC X(16).
003390     05  FILLER                      PIC X(01) VALUE ")".
003400     05  FILLER                      PIC X(10)
003410             VALUE "  PERIOD ".
003420     05  AR-HDG-PERIOD               PIC 9(06).
003430     05  FILLER                      PIC X(03) VALUE " - ".
003440     05  AR-HDG-START                PIC 9(08).
003450     05  FILLER                      PIC X(04) VALUE " TO ".
003460     05  AR-HDG-END                  PIC 9(08).
003470     05  FILLER                      PIC X(48) VALUE SPACES.
003480
003490 01  AR-RPT-RATE-HEADING.
003500     05  FILLER                      PIC X(16)
003510             VALUE "RATES USED".
003520     05  FILLER                      PIC X(04) VALUE "TY".
003530     05  FILLER                      PIC X(22) VALUE "TYPE NAME".
003540     05  FILLER                      PIC X(10) VALUE "OD RATE %".
003550     05  FILLER                      PIC X(12)
003560             VALUE "MONTHLY FEE".
003570     05  FILLER                      PIC X(68) VALUE SPACES.
003580
003590 01  AR-RPT-RATE-LINE.
003600     05  FILLER                      PIC X(16) VALUE SPACES.
003610     05  AR-RTL-TYPE                 PIC X(02).
003620     05  FILLER                      PIC X(02) VALUE SPACES.
003630     05  AR-RTL-NAME                 PIC X(20).
003640     05  FILLER                      PIC X(02) VALUE SPACES.
003650     05  AR-RTL-RATE                 PIC Z9.999.
003660     05  FILLER                      PIC X(04) VALUE SPACES.
003670     05  AR-RTL-FEE                  PIC Z(04)9.99.
003680     05  FILLER                      PIC X(72) VALUE SPACES.
003690
003700 01  AR-RPT-DETAIL-HEADING.
003710     05  FILLER                      PIC X(12) VALUE "ACCOUNT".
003720     05  FILLER                      PIC X(04) VALUE "TY".
003730     05  FILLER                      PIC X(06) VALUE "BRCH".
003740     05  FILLER                      PIC X(10) VALUE "CHARGE".
003750     05  FILLER                      PIC X(09) VALUE "OD-DAYS".
003760     05  FILLER                      PIC X(08) VALUE "RATE".
003770     05  FILLER                      PIC X(12) VALUE "AMOUNT".
003780     05  FILLER                      PIC X(10) VALUE "RESULT".
003790     05  FILLER                      PIC X(30) VALUE "REASON".
003800     05  FILLER                      PIC X(31) VALUE SPACES.
003810
003820 01  AR-RPT-DETAIL-LINE.
003830     05  AR-DTL-ACCOUNT              PIC X(10).
003840     05  FILLER                      PIC X(02).
003850     05  AR-DTL-TYPE                 PIC X(02).
003860     05  FILLER                      PIC X(02).
003870     05  AR-DTL-BRANCH               PIC X(04).
003880     05  FILLER                      PIC X(02).
003890     05  AR-DTL-CHARGE               PIC X(08).
003900     05  FILLER                      PIC X(02).
003910     05  AR-DTL-OD-DAYS              PIC Z(06)9.
003920     05  FILLER                      PIC X(02).
003930     05  AR-DTL-RATE                 PIC Z9.999.
003940     05  FILLER                      PIC X(02).
003950     05  AR-DTL-AMOUNT               PIC Z(06)9.99.
003960     05  FILLER                      PIC X(02).
003970     05  AR-DTL-RESULT               PIC X(08).
003980     05  FILLER                      PIC X(02).
003990     05  AR-DTL-REASON               PIC X(30).
004000     05  FILLER                      PIC X(31).
004010
004020 01  AR-RPT-COUNT-LINE.
004030     05  AR-CNT-LABEL                PIC X(34).
004040     05  AR-CNT-COUNT                PIC Z(06)9.
004050     05  FILLER                      PIC X(91) VALUE SPACES.
004060
004070 01  AR-RPT-AMOUNT-LINE.
004080     05  AR-AMT-LABEL                PIC X(34).
004090     05  AR-AMT-AMOUNT               PIC Z(10)9.99-.
004100     05  FILLER                      PIC X(83) VALUE SPACES.
004110
004120 01  AR-BLANK-LINE                   PIC X(132) VALUE SPACES.
004130
004140 PROCEDURE DIVISION.
004150*----------------------------------------------------------
004160* 0000-MAINLINE
004170*----------------------------------------------------------
004180 0000-MAINLINE.
004190     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
004200     IF AR-OVERALL-RC NOT = ZERO
004210         GO TO 0000-WRAP-UP
004220     END-IF.
004230     PERFORM 1200-RESOLVE-OPERATOR THRU 1200-EXIT.
004240     IF AR-OVERALL-RC NOT = ZERO
004250         GO TO 0000-WRAP-UP
004260     END-IF.
004270     PERFORM 1250-CHECK-BUSINESS-DAY THRU 1250-EXIT.
004280     IF AR-OVERALL-RC NOT = ZERO
004290         GO TO 0000-WRAP-UP
004300     END-IF.
004310     PERFORM 1300-SET-PERIOD THRU 1300-EXIT.
004320     IF AR-OVERALL-RC NOT = ZERO
004330         GO TO 0000-WRAP-UP
004340     END-IF.
004350     PERFORM 1400-READ-CONTROL THRU 1400-EXIT.
004360     IF AR-OVERALL-RC NOT = ZERO
004370         GO TO 0000-WRAP-UP
004380     END-IF.
004390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004400     IF AR-OVERALL-RC = 8
004410         GO TO 0000-WRAP-UP
004420     END-IF.
004430     PERFORM 1500-LOAD-RATES THRU 1500-EXIT.
004440     IF AR-OVERALL-RC = 8
004450         GO TO 0000-WRAP-UP
004460     END-IF.
004470     PERFORM 1600-SCAN-SUSPENSE THRU 1600-EXIT.
004480     IF AR-OVERALL-RC = 8
004490         GO TO 0000-WRAP-UP
004500     END-IF.
004510     PERFORM 1700-SCAN-JOURNAL THRU 1700-EXIT.
004520     IF AR-OVERALL-RC = 8
004530         GO TO 0000-WRAP-UP
004540     END-IF.
004550     PERFORM 1800-OPEN-POSTING-FILES THRU 1800-EXIT.
004560     IF AR-OVERALL-RC = 8
004570         GO TO 0000-WRAP-UP
004580     END-IF.
004590     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
004600     PERFORM 2000-ACCRUE-ACCOUNT THRU 2000-EXIT
004610         UNTIL AR-MAST-END-OF-FILE.
004620     PERFORM 8000-WRITE-CONTROL THRU 8000-EXIT.
004630 0000-WRAP-UP.
004640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004650 0000-EXIT.
004660     STOP RUN.
004670
004680*----------------------------------------------------------
004690* 1100-READ-PARM-CARD
004700* SYSIN CARD - COLS 1-16 CARRY THE RUNNING OPERATOR'S ID
004710* (BLANK TAKES THE DEFAULT), COLS 17-22 THE MONTH TO ACCRUE
004720* (YYYYMM - BLANK TAKES THE MONTH 1300 WORKS OUT), COLS
004730* 41-48 "OVERRIDE" TO RUN ON A NON-BUSINESS DAY.  NO CARD
004740* AT ALL TAKES EVERY DEFAULT.  ANYTHING BUT "OVERRIDE" OR
004750* BLANK IN COLS 41-48 REFUSES THE RUN (RC 8).
004760*----------------------------------------------------------
004770 1100-READ-PARM-CARD.
004780     OPEN INPUT PARM-FILE.
004790     IF PF-FILE-STATUS NOT = "00"
004800         DISPLAY "ACCRUAL - UNABLE TO OPEN SYSIN - STATUS "
004810             PF-FILE-STATUS
004820         MOVE 8 TO AR-OVERALL-RC
004830         GO TO 1100-EXIT
004840     END-IF.
004850     READ PARM-FILE
004860         AT END SET PF-END-OF-FILE TO TRUE
004870     END-READ.
004880     CLOSE PARM-FILE.
004890     IF PF-END-OF-FILE
004900         GO TO 1100-EXIT
004910     END-IF.
004920     IF PARM-OPERATOR-ID NOT = SPACES
004930         MOVE PARM-OPERATOR-ID TO OPERATOR-ID
004940     END-IF.
004950     IF PARM-OVERRIDE = "OVERRIDE"
004960         SET AR-CALENDAR-OVERRIDE TO TRUE
004970     END-IF.
004980     IF PARM-OVERRIDE NOT = SPACES
004990             AND NOT AR-CALENDAR-OVERRIDE
005000         DISPLAY "ACCRUAL - SYSIN COLS 41-48 " PARM-OVERRIDE
005010             " NOT BLANK OR OVERRIDE - RUN REFUSED"
005020         MOVE 8 TO AR-OVERALL-RC
005030         GO TO 1100-EXIT
005040     END-IF.
005050     IF PARM-PERIOD = SPACES
005060         GO TO 1100-EXIT
005070     END-IF.
005080     IF PARM-PERIOD IS NOT NUMERIC
005090         DISPLAY "ACCRUAL - PERIOD " PARM-PERIOD
005100             " IN SYSIN COLS 17-22 IS NOT YYYYMM - RUN STOPPED"
005110         MOVE 8 TO AR-OVERALL-RC
005120         GO TO 1100-EXIT
005130     END-IF.
005140     MOVE PARM-PERIOD TO AR-PERIOD-X.
005150     IF AR-PERIOD-MONTH < 1 OR AR-PERIOD-MONTH > 12
005160             OR AR-PERIOD-YEAR < 1601
005170         DISPLAY "ACCRUAL - PERIOD " PARM-PERIOD
005180             " IN SYSIN COLS 17-22 IS NOT YYYYMM - RUN STOPPED"
005190         MOVE 8 TO AR-OVERALL-RC
005200     END-IF.
005210 1100-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------
005250* 1200-RESOLVE-OPERATOR
005260* SAME GATE AS COBOLPROD - THIS PROGRAM REWRITES ACCTMAST,
005270* SO IT DEMANDS THE SAME PRODUCTION AUTHORITY.
005280*----------------------------------------------------------
005290 1200-RESOLVE-OPERATOR.
005300     MOVE SPACES TO SAIDA.
005310     MOVE ZERO TO COBOLINIT-STATUS.
005320     MOVE ZERO TO RUN-TIMESTAMP.
005330     CALL "COBOLINIT" USING OPERATOR-ID, SAIDA, COBOLINIT-STATUS,
005340             RUN-TIMESTAMP, BK-VERSION, OPERATOR-AUTHORITY.
005350     IF COBOLINIT-STATUS = 12
005360         DISPLAY "ACCRUAL - OPERATOR " OPERATOR-ID
005370             " IS INACTIVE OR EXPIRED - RUN REFUSED"
005380         MOVE 8 TO AR-OVERALL-RC
005390         GO TO 1200-EXIT
005400     END-IF.
005410     IF COBOLINIT-STATUS NOT = ZERO
005420         DISPLAY "ACCRUAL - UNABLE TO RESOLVE OPERATOR ID - "
005430             "STATUS " COBOLINIT-STATUS
005440         MOVE 8 TO AR-OVERALL-RC
005450         GO TO 1200-EXIT
005460     END-IF.
005470     IF OPERATOR-AUTHORITY < REQUIRED-AUTHORITY
005480         DISPLAY "ACCRUAL - OPERATOR " OPERATOR-ID
005490             " AUTHORITY " OPERATOR-AUTHORITY
005500             " BELOW REQUIRED " REQUIRED-AUTHORITY
005510             " - RUN REFUSED"
005520         MOVE 8 TO AR-OVERALL-RC
005530     END-IF.
005540 1200-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------
005580* 1250-CHECK-BUSINESS-DAY
005590* TAKES THE RUN DATE AND CHECKS IT ON THE BUSINESS-DAY
005600* CALENDAR.  A NON-BUSINESS DAY - OR A YEAR THE CALENDAR HAS
005610* NOT BEEN LOADED FOR - STOPS THE RUN (RC 8) UNLESS SYSIN
005620* SAYS OVERRIDE.  NO CALENDAR AT ALL ALWAYS STOPS IT - THE
005630* MONTH'S LAST BUSINESS DAY COULD NOT BE FOUND.
005640*----------------------------------------------------------
005650 1250-CHECK-BUSINESS-DAY.
005660     ACCEPT AR-CURRENT-DATE FROM DATE YYYYMMDD.
005670     MOVE "C" TO BD-FUNCTION.
005680     MOVE AR-CURRENT-DATE TO BD-DATE.
005690     CALL "BUSDAY" USING BDAY-PARMS.
005700     IF BD-STATUS > 4
005710         DISPLAY "ACCRUAL - BUSINESS CALENDAR UNAVAILABLE FOR "
005720             AR-CURRENT-DATE " - STATUS " BD-STATUS
005730             " - RUN STOPPED"
005740         MOVE 8 TO AR-OVERALL-RC
005750         GO TO 1250-EXIT
005760     END-IF.
005770     IF BD-STATUS = 4
005780         MOVE "YEAR NOT ON CALENDAR" TO BD-DAY-NAME
005790         MOVE "N" TO BD-BUSINESS-SWITCH
005800     END-IF.
005810     IF BD-BUSINESS-DAY
005820         GO TO 1250-EXIT
005830     END-IF.
005840     IF AR-CALENDAR-OVERRIDE
005850         DISPLAY "ACCRUAL - " AR-CURRENT-DATE
005860             " IS NOT A BUSINESS DAY (" BD-DAY-NAME
005870             ") - RUNNING UNDER SYSIN OVERRIDE"
005880     ELSE
005890         DISPLAY "ACCRUAL - " AR-CURRENT-DATE
005900             " IS NOT A BUSINESS DAY (" BD-DAY-NAME
005910             ") - RUN STOPPED.  TO RUN ANYWAY PUT OVERRIDE"
005920             " IN SYSIN COLS 41-48"
005930         MOVE 8 TO AR-OVERALL-RC
005940     END-IF.
005950 1250-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------
005990* 1300-SET-PERIOD
006000* THE MONTH TO ACCRUE.  WITH NONE ON SYSIN IT IS THE RUN
006010* DATE'S OWN MONTH ONCE ITS LAST BUSINESS DAY HAS COME,
006020* OTHERWISE THE MONTH BEFORE - SO THE JOB MAY RUN ON THE
006030* LAST BUSINESS DAY OR ANY DAY UP TO THE NEXT ONE.  A MONTH
006040* WHOSE LAST BUSINESS DAY IS STILL TO COME IS NEVER ACCRUED.
006050* 1400 THEN HOLDS THE RUN TO THE MONTH AFTER THE LAST ONE
006060* ACCRUED, SO A MISSED MONTH IS NAMED ON SYSIN AND RUN NEXT.
006070*----------------------------------------------------------
006080 1300-SET-PERIOD.
006090     IF AR-PERIOD NOT = ZERO
006100         PERFORM 1350-PERIOD-BOUNDS THRU 1350-EXIT
006110         GO TO 1300-CHECK-DUE
006120     END-IF.
006130     MOVE AR-CURRENT-DATE TO AR-WORK-DATE.
006140     MOVE AR-WORK-YEAR TO AR-PERIOD-YEAR.
006150     MOVE AR-WORK-MONTH TO AR-PERIOD-MONTH.
006160     PERFORM 1350-PERIOD-BOUNDS THRU 1350-EXIT.
006170     IF AR-OVERALL-RC NOT = ZERO
006180         GO TO 1300-EXIT
006190     END-IF.
006200     IF AR-CURRENT-DATE NOT < AR-LAST-BUSINESS-DAY
006210         GO TO 1300-EXIT
006220     END-IF.
006230     IF AR-PERIOD-MONTH = 1
006240         SUBTRACT 1 FROM AR-PERIOD-YEAR
006250         MOVE 12 TO AR-PERIOD-MONTH
006260     ELSE
006270         SUBTRACT 1 FROM AR-PERIOD-MONTH
006280     END-IF.
006290     PERFORM 1350-PERIOD-BOUNDS THRU 1350-EXIT.
006300 1300-CHECK-DUE.
006310     IF AR-OVERALL-RC NOT = ZERO
006320         GO TO 1300-EXIT
006330     END-IF.
006340     IF AR-CURRENT-DATE < AR-LAST-BUSINESS-DAY
006350         DISPLAY "ACCRUAL - PERIOD " AR-PERIOD
006360             " NOT DUE UNTIL ITS LAST BUSINESS DAY "
006370             AR-LAST-BUSINESS-DAY " - RUN STOPPED"
006380         MOVE 8 TO AR-OVERALL-RC
006390     END-IF.
006400 1300-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------
006440* 1350-PERIOD-BOUNDS
006450* FIRST AND LAST DAY OF AR-PERIOD, ITS LENGTH, AND ITS LAST
006460* BUSINESS DAY - THE BUSINESS DAY BEFORE THE NEXT MONTH'S
006470* FIRST DAY.
006480*----------------------------------------------------------
006490 1350-PERIOD-BOUNDS.
006500     COMPUTE AR-PERIOD-START = AR-PERIOD * 100 + 1.
006510     MOVE AR-PERIOD-START TO AR-WORK-DATE.
006520     IF AR-WORK-MONTH = 12
006530         ADD 1 TO AR-WORK-YEAR
006540         MOVE 1 TO AR-WORK-MONTH
006550     ELSE
006560         ADD 1 TO AR-WORK-MONTH
006570     END-IF.
006580     MOVE AR-WORK-DATE TO AR-NEXT-START.
006590     COMPUTE AR-PERIOD-DAYS =
006600         FUNCTION INTEGER-OF-DATE (AR-NEXT-START)
006610             - FUNCTION INTEGER-OF-DATE (AR-PERIOD-START).
006620     COMPUTE AR-PERIOD-END = AR-PERIOD-START + AR-PERIOD-DAYS - 1.
006630     MOVE "P" TO BD-FUNCTION.
006640     MOVE AR-NEXT-START TO BD-DATE.
006650     CALL "BUSDAY" USING BDAY-PARMS.
006660     IF BD-STATUS > 4
006670         DISPLAY "ACCRUAL - BUSINESS CALENDAR UNAVAILABLE FOR "
006680             AR-NEXT-START " - STATUS " BD-STATUS
006690             " - RUN STOPPED"
006700         MOVE 8 TO AR-OVERALL-RC
006710         GO TO 1350-EXIT
006720     END-IF.
006730     MOVE BD-RESULT-DATE TO AR-LAST-BUSINESS-DAY.
006740 1350-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------
006780* 1400-READ-CONTROL
006790* A MONTH NO LATER THAN THE LAST ONE ACCRUED IS REFUSED
006800* (RC 4) WITH NOTHING POSTED - THE MONTH IS CHARGED ONCE.
006810* ANY LATER MONTH MUST BE THE ONE STRAIGHT AFTER THE LAST ONE
006820* ACCRUED; A RUN THAT WOULD SKIP A MONTH STOPS (RC 8) NAMING
006830* THE MONTH STILL OWED, WHICH MUST BE RUN FIRST BY SYSIN
006840* PERIOD.  AN EMPTY CONTROL FILE IS THE FIRST RUN, AND MAY
006850* START AT ANY MONTH.
006860*----------------------------------------------------------
006870 1400-READ-CONTROL.
006880     OPEN INPUT ACCRCTL-FILE.
006890     IF AR-CTL-STATUS NOT = "00"
006900         DISPLAY "ACCRUAL - UNABLE TO OPEN ACCRCTL - STATUS "
006910             AR-CTL-STATUS
006920         MOVE 8 TO AR-OVERALL-RC
006930         GO TO 1400-EXIT
006940     END-IF.
006950     READ ACCRCTL-FILE
006960         AT END
006970             MOVE ZERO TO CA-LAST-PERIOD
006980     END-READ.
006990     IF CA-LAST-PERIOD IS NUMERIC
007000         MOVE CA-LAST-PERIOD TO AR-LAST-PERIOD
007010     END-IF.
007020     CLOSE ACCRCTL-FILE.
007030     IF AR-PERIOD NOT > AR-LAST-PERIOD
007040         DISPLAY "ACCRUAL - PERIOD " AR-PERIOD
007050             " ALREADY ACCRUED (LAST PERIOD " AR-LAST-PERIOD
007060             ") - NOTHING POSTED"
007070         MOVE 4 TO AR-OVERALL-RC
007080         GO TO 1400-EXIT
007090     END-IF.
007100     IF AR-LAST-PERIOD = ZERO
007110         GO TO 1400-EXIT
007120     END-IF.
007130     MOVE AR-LAST-PERIOD TO AR-DUE-PERIOD.
007140     IF AR-DUE-MONTH = 12
007150         ADD 1 TO AR-DUE-YEAR
007160         MOVE 1 TO AR-DUE-MONTH
007170     ELSE
007180         ADD 1 TO AR-DUE-MONTH
007190     END-IF.
007200     IF AR-PERIOD NOT = AR-DUE-PERIOD
007210         DISPLAY "ACCRUAL - PERIOD " AR-DUE-PERIOD
007220             " NOT ACCRUED - RUN IT FIRST"
007230         DISPLAY "ACCRUAL - PERIOD " AR-PERIOD
007240             " REFUSED (LAST PERIOD " AR-LAST-PERIOD
007250             ") - RUN STOPPED"
007260         MOVE 8 TO AR-OVERALL-RC
007270     END-IF.
007280 1400-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------
007320* 1000-INITIALIZE
007330* AR-CURRENT-DATE WAS TAKEN BY 1250.
007340*----------------------------------------------------------
007350 1000-INITIALIZE.
007360     MOVE RUN-TS-DATE TO CH-RUN-DATE.
007370     MOVE RUN-TS-TIME TO CH-RUN-TIME.
007380     MOVE "ACCRUALJ" TO CH-JOB-ID.
007390     MOVE OPERATOR-ID TO CH-REQUESTING-OPERATOR.
007400     OPEN I-O ACCTMAST-FILE.
007410     IF AR-MAST-STATUS NOT = "00"
007420         DISPLAY "ACCRUAL - UNABLE TO OPEN ACCTMAST - STATUS "
007430             AR-MAST-STATUS
007440         MOVE 8 TO AR-OVERALL-RC
007450         GO TO 1000-EXIT
007460     END-IF.
007470     SET AR-MAST-OPEN TO TRUE.
007480     OPEN OUTPUT ACCRRPT-FILE.
007490     IF AR-RPT-STATUS NOT = "00"
007500         DISPLAY "ACCRUAL - UNABLE TO OPEN ACCRRPT - STATUS "
007510             AR-RPT-STATUS
007520         MOVE 8 TO AR-OVERALL-RC
007530         GO TO 1000-EXIT
007540     END-IF.
007550     OPEN INPUT HOLDMAST-FILE.
007560     IF AR-HOLD-STATUS = "00"
007570         SET AR-HOLDS-PRESENT TO TRUE
007580     ELSE
007590         IF AR-HOLD-STATUS NOT = "35"
007600             DISPLAY "ACCRUAL - UNABLE TO OPEN HOLDMAST - STATUS "
007610                 AR-HOLD-STATUS
007620             MOVE 8 TO AR-OVERALL-RC
007630             GO TO 1000-EXIT
007640         END-IF
007650     END-IF.
007660     MOVE AR-CURRENT-DATE TO AR-HDG-DATE.
007670     MOVE OPERATOR-ID TO AR-HDG-OPERATOR-ID.
007680     MOVE SAIDA TO AR-HDG-OPERATOR-NAME.
007690     MOVE AR-PERIOD TO AR-HDG-PERIOD.
007700     MOVE AR-PERIOD-START TO AR-HDG-START.
007710     MOVE AR-PERIOD-END TO AR-HDG-END.
007720     WRITE ACCRRPT-RECORD FROM AR-RPT-HEADING-1.
007730     WRITE ACCRRPT-RECORD FROM AR-RPT-HEADING-2.
007740     WRITE ACCRRPT-RECORD FROM AR-BLANK-LINE.
007750 1000-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------
007790* 1500-LOAD-RATES
007800* LOADS AR-RATE-TABLE FROM RATETAB AND PRINTS IT AT THE HEAD
007810* OF THE REGISTER.  THE TABLE IS REQUIRED AND MUST BE CLEAN -
007820* A CARD WITH NO TYPE, A NON-NUMERIC RATE OR FEE, A TYPE
007830* GIVEN TWICE, OR MORE TYPES THAN THE TABLE HOLDS STOPS THE
007840* RUN (RC 8) BEFORE ANYTHING IS CHARGED.
007850*----------------------------------------------------------
007860 1500-LOAD-RATES.
007870     OPEN INPUT RATETAB-FILE.
007880     IF AR-RATE-STATUS NOT = "00"
007890         DISPLAY "ACCRUAL - UNABLE TO OPEN RATETAB - STATUS "
007900             AR-RATE-STATUS
007910         MOVE 8 TO AR-OVERALL-RC
007920         GO TO 1500-EXIT
007930     END-IF.
007940     WRITE ACCRRPT-RECORD FROM AR-RPT-RATE-HEADING.
007950     PERFORM 1550-READ-RATE THRU 1550-EXIT
007960         UNTIL AR-RATE-END-OF-FILE.
007970     CLOSE RATETAB-FILE.
007980     IF AR-RATE-COUNT = ZERO AND AR-OVERALL-RC NOT = 8
007990         DISPLAY "ACCRUAL - RATETAB IS EMPTY - RUN STOPPED"
008000         MOVE 8 TO AR-OVERALL-RC
008010     END-IF.
008020     WRITE ACCRRPT-RECORD FROM AR-BLANK-LINE.
008030     WRITE ACCRRPT-RECORD FROM AR-RPT-DETAIL-HEADING.
008040 1500-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------
008080* 1550-READ-RATE
008090*----------------------------------------------------------
008100 1550-READ-RATE.
008110     READ RATETAB-FILE
008120         AT END
008130             SET AR-RATE-END-OF-FILE TO TRUE
008140     END-READ.
008150     IF AR-RATE-END-OF-FILE
008160         GO TO 1550-EXIT
008170     END-IF.
008180     IF RT-ACCOUNT-TYPE = SPACES
008190             OR RT-OD-RATE IS NOT NUMERIC
008200             OR RT-MONTHLY-FEE IS NOT NUMERIC
008210         DISPLAY "ACCRUAL - RATETAB CARD FOR TYPE "
008220             RT-ACCOUNT-TYPE " IS INVALID - RUN STOPPED"
008230         MOVE 8 TO AR-OVERALL-RC
008240         SET AR-RATE-END-OF-FILE TO TRUE
008250         GO TO 1550-EXIT
008260     END-IF.
008270     MOVE RT-ACCOUNT-TYPE TO AR-TYPE-KEY.
008280     PERFORM 2100-FIND-RATE THRU 2100-EXIT.
008290     IF AR-RATE-FOUND > ZERO
008300         DISPLAY "ACCRUAL - RATETAB HAS TYPE " RT-ACCOUNT-TYPE
008310             " TWICE - RUN STOPPED"
008320         MOVE 8 TO AR-OVERALL-RC
008330         SET AR-RATE-END-OF-FILE TO TRUE
008340         GO TO 1550-EXIT
008350     END-IF.
008360     IF AR-RATE-COUNT = AR-RATE-MAX
008370         DISPLAY "ACCRUAL - RATETAB HAS MORE THAN "
008380             AR-RATE-MAX " TYPES - RUN STOPPED"
008390         MOVE 8 TO AR-OVERALL-RC
008400         SET AR-RATE-END-OF-FILE TO TRUE
008410         GO TO 1550-EXIT
008420     END-IF.
008430     ADD 1 TO AR-RATE-COUNT.
008440     MOVE RT-ACCOUNT-TYPE TO AR-RT-TYPE (AR-RATE-COUNT).
008450     MOVE RT-TYPE-NAME TO AR-RT-NAME (AR-RATE-COUNT).
008460     MOVE RT-OD-RATE TO AR-RT-RATE (AR-RATE-COUNT).
008470     MOVE RT-MONTHLY-FEE TO AR-RT-FEE (AR-RATE-COUNT).
008480     MOVE RT-ACCOUNT-TYPE TO AR-RTL-TYPE.
008490     MOVE RT-TYPE-NAME TO AR-RTL-NAME.
008500     MOVE RT-OD-RATE TO AR-RTL-RATE.
008510     MOVE RT-MONTHLY-FEE TO AR-RTL-FEE.
008520     WRITE ACCRRPT-RECORD FROM AR-RPT-RATE-LINE.
008530 1550-EXIT.
008540     EXIT.
008550
008560*----------------------------------------------------------
008570* 1600-SCAN-SUSPENSE
008580* A CHARGE FOR THE MONTH ALREADY WAITING IN SUSPENSE (FROM
008590* AN EARLIER ATTEMPT AT THIS RUN) IS NOT RAISED AGAIN.  NO
008600* SUSPENSE FILE YET MEANS NOTHING IS WAITING.
008610*----------------------------------------------------------
008620 1600-SCAN-SUSPENSE.
008630     OPEN INPUT SUSPENSE-FILE.
008640     IF AR-SUSP-STATUS = "35"
008650         GO TO 1600-EXIT
008660     END-IF.
008670     IF AR-SUSP-STATUS NOT = "00"
008680         DISPLAY "ACCRUAL - UNABLE TO READ SUSPENSE - STATUS "
008690             AR-SUSP-STATUS
008700         MOVE 8 TO AR-OVERALL-RC
008710         GO TO 1600-EXIT
008720     END-IF.
008730     PERFORM 1650-NOTE-SUSPENDED-CHARGE THRU 1650-EXIT
008740         UNTIL AR-SUSP-END-OF-FILE.
008750     CLOSE SUSPENSE-FILE.
008760 1600-EXIT.
008770     EXIT.
008780
008790*----------------------------------------------------------
008800* 1650-NOTE-SUSPENDED-CHARGE
008810*----------------------------------------------------------
008820 1650-NOTE-SUSPENDED-CHARGE.
008830     READ SUSPENSE-FILE
008840         AT END
008850             SET AR-SUSP-END-OF-FILE TO TRUE
008860     END-READ.
008870     IF AR-SUSP-END-OF-FILE
008880         GO TO 1650-EXIT
008890     END-IF.
008900     IF NOT SR-DETAIL-RECORD
008910             OR SR-CHARGE-PERIOD NOT = AR-PERIOD-X
008920         GO TO 1650-EXIT
008930     END-IF.
008940     IF NOT SR-INTEREST-CHARGE AND NOT SR-FEE-CHARGE
008950         GO TO 1650-EXIT
008960     END-IF.
008970     MOVE SR-ACCOUNT-ID TO AR-MV-KEY.
008980     PERFORM 1770-ADD-MOVEMENT-ENTRY THRU 1770-EXIT.
008990     IF AR-MV-FOUND = ZERO
009000         SET AR-SUSP-END-OF-FILE TO TRUE
009010         GO TO 1650-EXIT
009020     END-IF.
009030     IF SR-INTEREST-CHARGE
009040         MOVE "Y" TO AR-MV-INT-SWITCH (AR-MV-FOUND)
009050     ELSE
009060         MOVE "Y" TO AR-MV-FEE-SWITCH (AR-MV-FOUND)
009070     END-IF.
009080 1650-EXIT.
009090     EXIT.
009100
009110*----------------------------------------------------------
009120* 1700-SCAN-JOURNAL
009130* READS PSTJRNL ONCE, NETTING EVERY ENTRY FROM THE FIRST OF
009140* THE MONTH ON INTO THE MOVEMENT TABLE, NOTING CHARGES FOR
009150* THE MONTH ALREADY POSTED, AND COUNTING WHAT EARLIER
009160* ACCRUAL RUNS POSTED TODAY FOR THE CONTROL FILE.  A ROW
009170* THAT CANNOT BE READ AS A POSTING STOPS THE RUN - THE DAY
009180* BALANCES COULD NOT BE TRUSTED.
009190*----------------------------------------------------------
009200 1700-SCAN-JOURNAL.
009210     OPEN INPUT PSTJRNL-FILE.
009220     IF AR-JRNL-STATUS = "35"
009230         GO TO 1700-EXIT
009240     END-IF.
009250     IF AR-JRNL-STATUS NOT = "00"
009260         DISPLAY "ACCRUAL - UNABLE TO READ PSTJRNL - STATUS "
009270             AR-JRNL-STATUS
009280         MOVE 8 TO AR-OVERALL-RC
009290         GO TO 1700-EXIT
009300     END-IF.
009310     PERFORM 1750-SCAN-JOURNAL-ROW THRU 1750-EXIT
009320         UNTIL AR-JSCAN-END-OF-FILE.
009330     CLOSE PSTJRNL-FILE.
009340     IF AR-JRNL-BAD-ROWS > ZERO
009350         DISPLAY "ACCRUAL - " AR-JRNL-BAD-ROWS
009360             " PSTJRNL ROWS UNREADABLE - RUN STOPPED"
009370         MOVE 8 TO AR-OVERALL-RC
009380     END-IF.
009390 1700-EXIT.
009400     EXIT.
009410
009420*----------------------------------------------------------
009430* 1750-SCAN-JOURNAL-ROW
009440*----------------------------------------------------------
009450 1750-SCAN-JOURNAL-ROW.
009460     READ PSTJRNL-FILE
009470         AT END
009480             SET AR-JSCAN-END-OF-FILE TO TRUE
009490     END-READ.
009500     IF AR-JSCAN-END-OF-FILE
009510         GO TO 1750-EXIT
009520     END-IF.
009530     ADD 1 TO AR-JRNL-READ.
009540     IF PJ-RUN-DATE IS NOT NUMERIC OR PJ-AMOUNT IS NOT NUMERIC
009550             OR (NOT PJ-CREDIT AND NOT PJ-DEBIT)
009560         ADD 1 TO AR-JRNL-BAD-ROWS
009570         GO TO 1750-EXIT
009580     END-IF.
009590     IF PJ-SOURCE-ACCRUAL AND PJ-RUN-DATE = CH-RUN-DATE
009600         ADD 1 TO AR-TODAY-ROWS
009610         ADD PJ-AMOUNT TO AR-TODAY-AMOUNT
009620     END-IF.
009630     IF PJ-RUN-DATE < AR-PERIOD-START
009640         GO TO 1750-EXIT
009650     END-IF.
009660     MOVE PJ-ACCOUNT-ID TO AR-MV-KEY.
009670     PERFORM 1770-ADD-MOVEMENT-ENTRY THRU 1770-EXIT.
009680     IF AR-MV-FOUND = ZERO
009690         SET AR-JSCAN-END-OF-FILE TO TRUE
009700         GO TO 1750-EXIT
009710     END-IF.
009720     IF PJ-CREDIT
009730         MOVE PJ-AMOUNT TO AR-NET
009740     ELSE
009750         COMPUTE AR-NET = ZERO - PJ-AMOUNT
009760     END-IF.
009770     IF PJ-RUN-DATE > AR-PERIOD-END
009780         ADD AR-NET TO AR-MV-LATER-NET (AR-MV-FOUND)
009790     ELSE
009800         MOVE PJ-RUN-DATE TO AR-WORK-DATE
009810         ADD AR-NET TO AR-MV-DAY-NET (AR-MV-FOUND, AR-WORK-DAY)
009820     END-IF.
009830     IF PJ-CHARGE-PERIOD NOT = AR-PERIOD-X
009840         GO TO 1750-EXIT
009850     END-IF.
009860     IF PJ-ENTRY-INTEREST
009870         MOVE "Y" TO AR-MV-INT-SWITCH (AR-MV-FOUND)
009880     END-IF.
009890     IF PJ-ENTRY-FEE
009900         MOVE "Y" TO AR-MV-FEE-SWITCH (AR-MV-FOUND)
009910     END-IF.
009920 1750-EXIT.
009930     EXIT.
009940
009950*----------------------------------------------------------
009960* 1760-FIND-MOVEMENT-ENTRY
009970* LOOKS AR-MV-KEY UP IN THE MOVEMENT TABLE.  AR-MV-FOUND IS
009980* ITS ROW, OR ZERO.
009990*----------------------------------------------------------
010000 1760-FIND-MOVEMENT-ENTRY.
010010     MOVE ZERO TO AR-MV-FOUND.
010020     PERFORM 1765-MATCH-MOVEMENT-ENTRY THRU 1765-EXIT
010030         VARYING AR-MV-SUB FROM 1 BY 1
010040         UNTIL AR-MV-SUB > AR-MV-COUNT OR AR-MV-FOUND > ZERO.
010050 1760-EXIT.
010060     EXIT.
010070
010080*----------------------------------------------------------
010090* 1765-MATCH-MOVEMENT-ENTRY
010100*----------------------------------------------------------
010110 1765-MATCH-MOVEMENT-ENTRY.
010120     IF AR-MV-ACCOUNT (AR-MV-SUB) = AR-MV-KEY
010130         MOVE AR-MV-SUB TO AR-MV-FOUND
010140     END-IF.
010150 1765-EXIT.
010160     EXIT.
010170
010180*----------------------------------------------------------
010190* 1770-ADD-MOVEMENT-ENTRY
010200* FINDS AR-MV-KEY, ADDING AN EMPTY ROW FOR IT IF NEED BE.
010210* A FULL TABLE IS A CONFIGURATION ERROR (RC 8) - CHARGING
010220* WITHOUT ALL OF THE MONTH'S MOVEMENTS WOULD OVERCHARGE.
010230*----------------------------------------------------------
010240 1770-ADD-MOVEMENT-ENTRY.
010250     PERFORM 1760-FIND-MOVEMENT-ENTRY THRU 1760-EXIT.
010260     IF AR-MV-FOUND > ZERO
010270         GO TO 1770-EXIT
010280     END-IF.
010290     IF AR-MV-COUNT = AR-MV-MAX
010300         DISPLAY "ACCRUAL - MORE THAN " AR-MV-MAX
010310             " ACCOUNTS MOVED THIS MONTH - RUN STOPPED"
010320         MOVE 8 TO AR-OVERALL-RC
010330         GO TO 1770-EXIT
010340     END-IF.
010350     ADD 1 TO AR-MV-COUNT.
010360     MOVE AR-MV-COUNT TO AR-MV-FOUND.
010370     MOVE AR-MV-KEY TO AR-MV-ACCOUNT (AR-MV-FOUND).
010380     MOVE ZERO TO AR-MV-LATER-NET (AR-MV-FOUND).
010390     MOVE "N" TO AR-MV-INT-SWITCH (AR-MV-FOUND).
010400     MOVE "N" TO AR-MV-FEE-SWITCH (AR-MV-FOUND).
010410     PERFORM 1775-CLEAR-DAY-NET THRU 1775-EXIT
010420         VARYING AR-DAY FROM 1 BY 1 UNTIL AR-DAY > 31.
010430 1770-EXIT.
010440     EXIT.
010450
010460*----------------------------------------------------------
010470* 1775-CLEAR-DAY-NET
010480*----------------------------------------------------------
010490 1775-CLEAR-DAY-NET.
010500     MOVE ZERO TO AR-MV-DAY-NET (AR-MV-FOUND, AR-DAY).
010510 1775-EXIT.
010520     EXIT.
010530
010540*----------------------------------------------------------
010550* 1800-OPEN-POSTING-FILES
010560* PSTJRNL AND SUSPENSE ARE OPENED FOR THIS RUN'S CHARGES
010570* ONLY AFTER THE SCANS ABOVE HAVE FINISHED READING THEM.
010580*----------------------------------------------------------
010590 1800-OPEN-POSTING-FILES.
010600     OPEN EXTEND PSTJRNL-FILE.
010610     IF AR-JRNL-STATUS NOT = "00"
010620         OPEN OUTPUT PSTJRNL-FILE
010630     END-IF.
010640     IF AR-JRNL-STATUS NOT = "00"
010650         DISPLAY "ACCRUAL - UNABLE TO OPEN PSTJRNL - STATUS "
010660             AR-JRNL-STATUS
010670         MOVE 8 TO AR-OVERALL-RC
010680         GO TO 1800-EXIT
010690     END-IF.
010700     OPEN EXTEND SUSPENSE-FILE.
010710     IF AR-SUSP-STATUS NOT = "00"
010720         OPEN OUTPUT SUSPENSE-FILE
010730     END-IF.
010740     IF AR-SUSP-STATUS NOT = "00"
010750         DISPLAY "ACCRUAL - UNABLE TO OPEN SUSPENSE - STATUS "
010760             AR-SUSP-STATUS
010770         MOVE 8 TO AR-OVERALL-RC
010780         GO TO 1800-EXIT
010790     END-IF.
010800     SET AR-POSTING-FILES-OPEN TO TRUE.
010810 1800-EXIT.
010820     EXIT.
010830
010840*----------------------------------------------------------
010850* 2000-ACCRUE-ACCOUNT
010860* ONE ACCOUNT: INTEREST ON THE DAYS IT STOOD OVERDRAWN, THEN
010870* THE MONTHLY FEE.  A CLOSED ACCOUNT IS NOT CHARGED.  AN
010880* ACCOUNT WHOSE TYPE HAS NO RATE, OR WHOSE BALANCE CANNOT BE
010890* READ, IS LISTED UNCHARGED (RC 4).
010900*----------------------------------------------------------
010910 2000-ACCRUE-ACCOUNT.
010920     ADD 1 TO AR-ACCOUNTS-READ.
010930     IF AM-STATUS-CLOSED
010940         ADD 1 TO AR-ACCOUNTS-CLOSED
010950         GO TO 2000-NEXT
010960     END-IF.
010970     MOVE AM-ACCOUNT-TYPE TO AR-TYPE-KEY.
010980     IF AM-TYPE-STANDARD
010990         MOVE "ST" TO AR-TYPE-KEY
011000     END-IF.
011010     PERFORM 2100-FIND-RATE THRU 2100-EXIT.
011020     IF AR-RATE-FOUND = ZERO
011030         MOVE "NO RATE FOR ACCOUNT TYPE" TO AR-REJECT-REASON
011040         PERFORM 2900-LIST-NOT-CHARGED THRU 2900-EXIT
011050         GO TO 2000-NEXT
011060     END-IF.
011070     IF AM-BALANCE IS NOT NUMERIC
011080         MOVE "BALANCE NOT NUMERIC" TO AR-REJECT-REASON
011090         PERFORM 2900-LIST-NOT-CHARGED THRU 2900-EXIT
011100         GO TO 2000-NEXT
011110     END-IF.
011120     PERFORM 2200-BUILD-DAY-BALANCES THRU 2200-EXIT.
011130     IF AR-OD-DAYS > ZERO
011140         ADD 1 TO AR-ACCOUNTS-OVERDRAWN
011150         COMPUTE AR-CHARGE-VALUE ROUNDED =
011160             AR-OD-BALANCE-DAYS * AR-RT-RATE (AR-RATE-FOUND)
011170                 / (AR-DAY-BASIS * 100)
011180         IF AR-CHARGE-VALUE > ZERO
011190             SET AR-CHARGE-INTEREST TO TRUE
011200             PERFORM 3000-CHARGE-ACCOUNT THRU 3000-EXIT
011210         END-IF
011220     END-IF.
011230     IF AR-RT-FEE (AR-RATE-FOUND) > ZERO
011240         MOVE AR-RT-FEE (AR-RATE-FOUND) TO AR-CHARGE-VALUE
011250         SET AR-CHARGE-FEE TO TRUE
011260         PERFORM 3000-CHARGE-ACCOUNT THRU 3000-EXIT
011270     END-IF.
011280 2000-NEXT.
011290     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
011300 2000-EXIT.
011310     EXIT.
011320
011330*----------------------------------------------------------
011340* 2100-FIND-RATE
011350* LOOKS AR-TYPE-KEY UP IN THE RATE TABLE.  AR-RATE-FOUND IS
011360* ITS ROW, OR ZERO.
011370*----------------------------------------------------------
011380 2100-FIND-RATE.
011390     MOVE ZERO TO AR-RATE-FOUND.
011400     PERFORM 2150-MATCH-RATE THRU 2150-EXIT
011410         VARYING AR-RATE-SUB FROM 1 BY 1
011420         UNTIL AR-RATE-SUB > AR-RATE-COUNT
011430             OR AR-RATE-FOUND > ZERO.
011440 2100-EXIT.
011450     EXIT.
011460
011470*----------------------------------------------------------
011480* 2150-MATCH-RATE
011490*----------------------------------------------------------
011500 2150-MATCH-RATE.
011510     IF AR-RT-TYPE (AR-RATE-SUB) = AR-TYPE-KEY
011520         MOVE AR-RATE-SUB TO AR-RATE-FOUND
011530     END-IF.
011540 2150-EXIT.
011550     EXIT.
011560
011570*----------------------------------------------------------
011580* 2200-BUILD-DAY-BALANCES
011590* WORKS BACK FROM THE MASTER BALANCE: TAKING OFF WHAT WAS
011600* POSTED AFTER THE MONTH GIVES ITS LAST DAY'S CLOSING
011610* BALANCE, AND TAKING OFF EACH DAY'S NET IN TURN GIVES THE
011620* DAY BEFORE'S.  EVERY DAY THAT CLOSES BELOW ZERO COUNTS,
011630* AND ITS OVERDRAWN AMOUNT ADDS TO THE BALANCE-DAYS THE
011640* INTEREST IS TAKEN ON.  DAYS OF THE MONTH STILL TO COME ON
011650* A LAST-BUSINESS-DAY RUN STAND AT TODAY'S BALANCE.
011660*----------------------------------------------------------
011670 2200-BUILD-DAY-BALANCES.
011680     MOVE ZERO TO AR-OD-DAYS.
011690     MOVE ZERO TO AR-OD-BALANCE-DAYS.
011700     MOVE AM-BALANCE TO AR-DAY-BALANCE.
011710     MOVE AM-ACCOUNT-ID TO AR-MV-KEY.
011720     PERFORM 1760-FIND-MOVEMENT-ENTRY THRU 1760-EXIT.
011730     IF AR-MV-FOUND > ZERO
011740         SUBTRACT AR-MV-LATER-NET (AR-MV-FOUND)
011750             FROM AR-DAY-BALANCE
011760     END-IF.
011770     PERFORM 2250-TEST-DAY THRU 2250-EXIT
011780         VARYING AR-DAY FROM AR-PERIOD-DAYS BY -1
011790         UNTIL AR-DAY < 1.
011800 2200-EXIT.
011810     EXIT.
011820
011830*----------------------------------------------------------
011840* 2250-TEST-DAY
011850*----------------------------------------------------------
011860 2250-TEST-DAY.
011870     IF AR-DAY-BALANCE < ZERO
011880         ADD 1 TO AR-OD-DAYS
011890         SUBTRACT AR-DAY-BALANCE FROM AR-OD-BALANCE-DAYS
011900     END-IF.
011910     IF AR-MV-FOUND > ZERO
011920         SUBTRACT AR-MV-DAY-NET (AR-MV-FOUND, AR-DAY)
011930             FROM AR-DAY-BALANCE
011940     END-IF.
011950 2250-EXIT.
011960     EXIT.
011970
011980*----------------------------------------------------------
011990* 2500-READ-MASTER
012000*----------------------------------------------------------
012010 2500-READ-MASTER.
012020     READ ACCTMAST-FILE NEXT RECORD
012030         AT END
012040             SET AR-MAST-END-OF-FILE TO TRUE
012050     END-READ.
012060     IF AR-MAST-END-OF-FILE
012070         GO TO 2500-EXIT
012080     END-IF.
012090     IF AR-MAST-STATUS NOT = "00"
012100         DISPLAY "ACCRUAL - ACCTMAST READ FAILED - STATUS "
012110             AR-MAST-STATUS
012120         MOVE 8 TO AR-OVERALL-RC
012130         SET AR-MAST-END-OF-FILE TO TRUE
012140     END-IF.
012150 2500-EXIT.
012160     EXIT.
012170
012180*----------------------------------------------------------
012190* 2900-LIST-NOT-CHARGED
012200*----------------------------------------------------------
012210 2900-LIST-NOT-CHARGED.
012220     ADD 1 TO AR-ACCOUNTS-NOT-CHARGED.
012230     MOVE SPACES TO AR-RPT-DETAIL-LINE.
012240     MOVE AM-ACCOUNT-ID TO AR-DTL-ACCOUNT.
012250     MOVE AR-TYPE-KEY TO AR-DTL-TYPE.
012260     MOVE AM-HOME-BRANCH TO AR-DTL-BRANCH.
012270     MOVE "NONE" TO AR-DTL-CHARGE.
012280     MOVE "NOT RUN" TO AR-DTL-RESULT.
012290     MOVE AR-REJECT-REASON TO AR-DTL-REASON.
012300     WRITE ACCRRPT-RECORD FROM AR-RPT-DETAIL-LINE.
012310     IF AR-OVERALL-RC < 4
012320         MOVE 4 TO AR-OVERALL-RC
012330     END-IF.
012340 2900-EXIT.
012350     EXIT.
012360
012370*----------------------------------------------------------
012380* 3000-CHARGE-ACCOUNT
012390* ONE CHARGE (AR-CHARGE-TYPE, AR-CHARGE-VALUE) AGAINST THE
012400* ACCOUNT IN ACCTMAST-RECORD.  A CHARGE FOR THE MONTH
012410* ALREADY ON THE JOURNAL OR IN SUSPENSE IS LISTED AND NOT
012420* RAISED AGAIN.  OTHERWISE IT GETS THE DAILY RUN'S DEBIT
012430* EDITS AND EITHER POSTS OR GOES TO SUSPENSE (RC 4).
012440*----------------------------------------------------------
012450 3000-CHARGE-ACCOUNT.
012460     MOVE SPACES TO AR-REJECT-REASON.
012470     IF AR-MV-FOUND > ZERO
012480         IF (AR-CHARGE-INTEREST AND AR-MV-INT-DONE (AR-MV-FOUND))
012490                 OR (AR-CHARGE-FEE
012500                     AND AR-MV-FEE-DONE (AR-MV-FOUND))
012510             ADD 1 TO AR-ALREADY-CHARGED
012520             MOVE "ALREADY CHARGED FOR PERIOD" TO AR-REJECT-REASON
012530             MOVE "SKIPPED" TO AR-RESULT
012540             PERFORM 3800-WRITE-CHARGE-LINE THRU 3800-EXIT
012550             IF AR-OVERALL-RC < 4
012560                 MOVE 4 TO AR-OVERALL-RC
012570             END-IF
012580             GO TO 3000-EXIT
012590         END-IF
012600     END-IF.
012610     IF AR-CHARGE-VALUE > 9999999.99
012620         MOVE "CHARGE TOO LARGE TO POST" TO AR-REJECT-REASON
012630         MOVE ZERO TO AR-CHARGE-AMOUNT
012640         MOVE "NOT RUN" TO AR-RESULT
012650         PERFORM 3800-WRITE-CHARGE-LINE THRU 3800-EXIT
012660         IF AR-OVERALL-RC < 4
012670             MOVE 4 TO AR-OVERALL-RC
012680         END-IF
012690         GO TO 3000-EXIT
012700     END-IF.
012710     MOVE AR-CHARGE-VALUE TO AR-CHARGE-AMOUNT.
012720     PERFORM 3100-VALIDATE-CHARGE THRU 3100-EXIT.
012730     IF AR-REJECT-REASON = SPACES
012740         PERFORM 3500-POST-CHARGE THRU 3500-EXIT
012750     END-IF.
012760     IF AR-REJECT-REASON NOT = SPACES
012770         PERFORM 3600-SUSPEND-CHARGE THRU 3600-EXIT
012780     END-IF.
012790 3000-EXIT.
012800     EXIT.
012810
012820*----------------------------------------------------------
012830* 3100-VALIDATE-CHARGE
012840* THE DEBIT EDITS OF COBOLPROD'S 3300-VALIDATE-DETAIL: A
012850* POST-BLOCKED ACCOUNT, A DEBIT BEYOND BALANCE PLUS
012860* OVERDRAFT LIMIT, AND ONE THE ACCOUNT'S HOLDS STOP.
012870*----------------------------------------------------------
012880 3100-VALIDATE-CHARGE.
012890     IF AM-STATUS-BLOCKED
012900         MOVE "ACCOUNT POST-BLOCKED" TO AR-REJECT-REASON
012910         GO TO 3100-EXIT
012920     END-IF.
012930     IF AM-OVERDRAFT-LIMIT IS NUMERIC
012940         MOVE AM-OVERDRAFT-LIMIT TO AR-ODRAFT-LIMIT
012950     ELSE
012960         MOVE ZERO TO AR-ODRAFT-LIMIT
012970     END-IF.
012980     COMPUTE AR-AVAIL-FUNDS = AM-BALANCE + AR-ODRAFT-LIMIT.
012990     IF AR-CHARGE-AMOUNT > AR-AVAIL-FUNDS
013000         MOVE "DEBIT EXCEEDS OVERDRAFT LIMIT" TO AR-REJECT-REASON
013010         GO TO 3100-EXIT
013020     END-IF.
013030     PERFORM 3200-SUM-ACTIVE-HOLDS THRU 3200-EXIT.
013040     IF AR-REJECT-REASON NOT = SPACES
013050         GO TO 3100-EXIT
013060     END-IF.
013070     IF AR-CHARGE-AMOUNT > AR-AVAIL-FUNDS - AR-HELD-FUNDS
013080         MOVE "FUNDS ON HOLD" TO AR-REJECT-REASON
013090     END-IF.
013100 3100-EXIT.
013110     EXIT.
013120
013130*----------------------------------------------------------
013140* 3200-SUM-ACTIVE-HOLDS
013150* THE SAME TOTAL COBOLPROD'S 3350-SUM-ACTIVE-HOLDS TAKES -
013160* EVERY HOLD ON THE ACCOUNT THAT IS ACTIVE AND NOT PAST ITS
013170* EXPIRY DATE.  A READ FAILURE ON THE HOLD MASTER SENDS THE
013180* CHARGE TO SUSPENSE RATHER THAN POST IT UNCHECKED.
013190*----------------------------------------------------------
013200 3200-SUM-ACTIVE-HOLDS.
013210     MOVE ZERO TO AR-HELD-FUNDS.
013220     IF AR-HOLDS-ABSENT
013230         GO TO 3200-EXIT
013240     END-IF.
013250     MOVE "N" TO AR-HSCAN-EOF-SWITCH.
013260     MOVE AM-ACCOUNT-ID TO HM-ACCOUNT-ID.
013270     MOVE ZERO TO HM-HOLD-SEQ.
013280     START HOLDMAST-FILE KEY IS NOT LESS THAN HM-KEY
013290         INVALID KEY
013300             SET AR-HSCAN-END-OF-FILE TO TRUE
013310     END-START.
013320     IF AR-HSCAN-END-OF-FILE
013330         GO TO 3200-EXIT
013340     END-IF.
013350     PERFORM 3250-READ-NEXT-HOLD THRU 3250-EXIT.
013360     PERFORM 3260-ADD-HOLD THRU 3260-EXIT
013370         UNTIL AR-HSCAN-END-OF-FILE.
013380 3200-EXIT.
013390     EXIT.
013400
013410*----------------------------------------------------------
013420* 3250-READ-NEXT-HOLD
013430* THE SCAN ENDS AT END OF FILE OR AT THE FIRST HOLD OF THE
013440* NEXT ACCOUNT.
013450*----------------------------------------------------------
013460 3250-READ-NEXT-HOLD.
013470     READ HOLDMAST-FILE NEXT RECORD
013480         AT END
013490             SET AR-HSCAN-END-OF-FILE TO TRUE
013500     END-READ.
013510     IF AR-HSCAN-END-OF-FILE
013520         GO TO 3250-EXIT
013530     END-IF.
013540     IF AR-HOLD-STATUS NOT = "00"
013550         DISPLAY "ACCRUAL - HOLDMAST READ FAILED - STATUS "
013560             AR-HOLD-STATUS
013570         MOVE "HOLD MASTER READ FAILED" TO AR-REJECT-REASON
013580         SET AR-HSCAN-END-OF-FILE TO TRUE
013590         GO TO 3250-EXIT
013600     END-IF.
013610     IF HM-ACCOUNT-ID NOT = AM-ACCOUNT-ID
013620         SET AR-HSCAN-END-OF-FILE TO TRUE
013630     END-IF.
013640 3250-EXIT.
013650     EXIT.
013660
013670*----------------------------------------------------------
013680* 3260-ADD-HOLD
013690*----------------------------------------------------------
013700 3260-ADD-HOLD.
013710     IF HM-STATUS-ACTIVE AND HM-AMOUNT IS NUMERIC
013720             AND HM-EXPIRY-DATE NOT < AR-CURRENT-DATE
013730         ADD HM-AMOUNT TO AR-HELD-FUNDS
013740     END-IF.
013750     PERFORM 3250-READ-NEXT-HOLD THRU 3250-EXIT.
013760 3260-EXIT.
013770     EXIT.
013780
013790*----------------------------------------------------------
013800* 3500-POST-CHARGE
013810* DEBITS THE CHARGE TO THE MASTER RECORD READ BY 2500 AND
013820* JOURNALS IT.  A FAILED REWRITE PUTS THE BALANCE BACK AND
013830* SENDS THE CHARGE TO SUSPENSE (RC 8).
013840*----------------------------------------------------------
013850 3500-POST-CHARGE.
013860     SUBTRACT AR-CHARGE-AMOUNT FROM AM-BALANCE.
013870     REWRITE ACCTMAST-RECORD
013880         INVALID KEY
013890             MOVE "MASTER REWRITE FAILED" TO AR-REJECT-REASON
013900     END-REWRITE.
013910     IF AR-REJECT-REASON NOT = SPACES
013920             OR AR-MAST-STATUS NOT = "00"
013930         DISPLAY "ACCRUAL - ACCTMAST REWRITE FAILED - STATUS "
013940             AR-MAST-STATUS
013950         MOVE 8 TO AR-OVERALL-RC
013960         MOVE "MASTER REWRITE FAILED" TO AR-REJECT-REASON
013970         ADD AR-CHARGE-AMOUNT TO AM-BALANCE
013980         GO TO 3500-EXIT
013990     END-IF.
014000     IF AR-CHARGE-INTEREST
014010         ADD 1 TO AR-INTEREST-POSTED
014020         ADD AR-CHARGE-AMOUNT TO AR-INTEREST-AMOUNT
014030     ELSE
014040         ADD 1 TO AR-FEES-POSTED
014050         ADD AR-CHARGE-AMOUNT TO AR-FEE-AMOUNT
014060     END-IF.
014070     ADD AR-CHARGE-AMOUNT TO AR-POSTED-AMOUNT.
014080     PERFORM 3550-WRITE-JOURNAL THRU 3550-EXIT.
014090     MOVE "POSTED" TO AR-RESULT.
014100     PERFORM 3800-WRITE-CHARGE-LINE THRU 3800-EXIT.
014110 3500-EXIT.
014120     EXIT.
014130
014140*----------------------------------------------------------
014150* 3550-WRITE-JOURNAL
014160* THE CHARGE GOES ON THE JOURNAL AS A DEBIT OF ENTRY TYPE
014170* "I" OR "F", SOURCE "A", UNDER THE ACCOUNT'S HOME BRANCH
014180* ("????" IF IT HAS NONE), WITH THE MONTH IT IS FOR.  A
014190* WRITE FAILURE FLAGS THE RUN (RC 8) BUT DOES NOT UNDO THE
014200* POSTING.
014210*----------------------------------------------------------
014220 3550-WRITE-JOURNAL.
014230     MOVE SPACES TO PSTJRNL-RECORD.
014240     MOVE AM-ACCOUNT-ID TO PJ-ACCOUNT-ID.
014250     MOVE "D" TO PJ-TRAN-CODE.
014260     MOVE AR-CHARGE-AMOUNT TO PJ-AMOUNT.
014270     MOVE CH-RUN-DATE TO PJ-RUN-DATE.
014280     MOVE CH-REQUESTING-OPERATOR TO PJ-OPERATOR-ID.
014290     MOVE AM-BALANCE TO PJ-RESULT-BALANCE.
014300     IF AM-HOME-BRANCH = SPACES
014310         MOVE "????" TO PJ-BRANCH-ID
014320     ELSE
014330         MOVE AM-HOME-BRANCH TO PJ-BRANCH-ID
014340     END-IF.
014350     MOVE "A" TO PJ-SOURCE.
014360     ADD 1 TO AR-JRNL-SEQUENCE.
014370     MOVE CH-RUN-DATE TO PJ-REF-RUN-DATE.
014380     DIVIDE CH-RUN-TIME BY 100 GIVING PJ-REF-RUN-TIME.
014390     MOVE AR-JRNL-SEQUENCE TO PJ-REF-SEQUENCE.
014400     MOVE AR-CHARGE-TYPE TO PJ-ENTRY-TYPE.
014410     MOVE AR-PERIOD-X TO PJ-CHARGE-PERIOD.
014420     WRITE PSTJRNL-RECORD.
014430     IF AR-JRNL-STATUS NOT = "00"
014440         DISPLAY "ACCRUAL - PSTJRNL WRITE FAILED - STATUS "
014450             AR-JRNL-STATUS
014460         MOVE 8 TO AR-OVERALL-RC
014470     END-IF.
014480 3550-EXIT.
014490     EXIT.
014500
014510*----------------------------------------------------------
014520* 3600-SUSPEND-CHARGE
014530* A CHARGE THE EDITS REFUSE GOES TO SUSPENSE AS A DEBIT
014540* CARD CARRYING ITS CHARGE TYPE AND MONTH, FOR SUSPROC TO
014550* POST ONCE THE ACCOUNT CAN TAKE IT.
014560*----------------------------------------------------------
014570 3600-SUSPEND-CHARGE.
014580     MOVE SPACES TO SUSPENSE-RECORD.
014590     MOVE "D" TO SR-RECORD-TYPE.
014600     MOVE AM-ACCOUNT-ID TO SR-ACCOUNT-ID.
014610     MOVE "D" TO SR-TRAN-CODE.
014620     MOVE AR-CHARGE-AMOUNT TO SR-AMOUNT.
014630     MOVE AR-CHARGE-TYPE TO SR-CHARGE-TYPE.
014640     MOVE AR-PERIOD-X TO SR-CHARGE-PERIOD.
014650     MOVE AM-HOME-BRANCH TO SR-ORIG-BRANCH-ID.
014660     WRITE SUSPENSE-RECORD.
014670     IF AR-SUSP-STATUS NOT = "00"
014680         DISPLAY "ACCRUAL - SUSPENSE WRITE FAILED - STATUS "
014690             AR-SUSP-STATUS
014700         MOVE 8 TO AR-OVERALL-RC
014710     END-IF.
014720     ADD 1 TO AR-CHARGES-REJECTED.
014730     ADD AR-CHARGE-AMOUNT TO AR-REJECTED-AMOUNT.
014740     MOVE "SUSPENSE" TO AR-RESULT.
014750     PERFORM 3800-WRITE-CHARGE-LINE THRU 3800-EXIT.
014760     IF AR-OVERALL-RC < 4
014770         MOVE 4 TO AR-OVERALL-RC
014780     END-IF.
014790 3600-EXIT.
014800     EXIT.
014810
014820*----------------------------------------------------------
014830* 3800-WRITE-CHARGE-LINE
014840* ONE REGISTER LINE FOR THE CHARGE IN HAND; THE CALLER HAS
014850* SET AR-RESULT AND AR-REJECT-REASON.  DAYS OVERDRAWN AND
014860* THE RATE ARE SHOWN AGAINST INTEREST ONLY.
014870*----------------------------------------------------------
014880 3800-WRITE-CHARGE-LINE.
014890     MOVE SPACES TO AR-RPT-DETAIL-LINE.
014900     MOVE AM-ACCOUNT-ID TO AR-DTL-ACCOUNT.
014910     MOVE AR-TYPE-KEY TO AR-DTL-TYPE.
014920     MOVE AM-HOME-BRANCH TO AR-DTL-BRANCH.
014930     IF AR-CHARGE-INTEREST
014940         MOVE "INTEREST" TO AR-DTL-CHARGE
014950         MOVE AR-OD-DAYS TO AR-DTL-OD-DAYS
014960         MOVE AR-RT-RATE (AR-RATE-FOUND) TO AR-DTL-RATE
014970     ELSE
014980         MOVE "FEE" TO AR-DTL-CHARGE
014990     END-IF.
015000     MOVE AR-CHARGE-AMOUNT TO AR-DTL-AMOUNT.
015010     MOVE AR-RESULT TO AR-DTL-RESULT.
015020     MOVE AR-REJECT-REASON TO AR-DTL-REASON.
015030     WRITE ACCRRPT-RECORD FROM AR-RPT-DETAIL-LINE.
015040 3800-EXIT.
015050     EXIT.
015060
015070*----------------------------------------------------------
015080* 8000-WRITE-CONTROL
015090* RECORDS THE RUN ON ACCRCTL.  THE MONTH IS MARKED DONE
015100* ONLY WHEN THE RUN FINISHED (RC 0 OR 4); A RUN THAT STOPPED
015110* PART WAY KEEPS THE LAST MONTH AS IT WAS, SO A RESTART
015120* PICKS UP THE CHARGES NOT YET MADE.  THE POSTED FIGURES
015130* COVER EVERY ACCRUAL ENTRY JOURNALLED TODAY, EARLIER
015140* ATTEMPTS INCLUDED, AS TRLBAL WILL FIND THEM.
015150*----------------------------------------------------------
015160 8000-WRITE-CONTROL.
015170     OPEN OUTPUT ACCRCTL-FILE.
015180     IF AR-CTL-STATUS NOT = "00"
015190         DISPLAY "ACCRUAL - UNABLE TO OPEN ACCRCTL - STATUS "
015200             AR-CTL-STATUS
015210         MOVE 8 TO AR-OVERALL-RC
015220         GO TO 8000-EXIT
015230     END-IF.
015240     MOVE SPACES TO ACCRCTL-RECORD.
015250     IF AR-OVERALL-RC < 8
015260         MOVE AR-PERIOD TO CA-LAST-PERIOD
015270     ELSE
015280         MOVE AR-LAST-PERIOD TO CA-LAST-PERIOD
015290     END-IF.
015300     MOVE CH-RUN-DATE TO CA-RUN-DATE.
015310     MOVE AR-PERIOD TO CA-PERIOD.
015320     COMPUTE CA-CHARGES-POSTED = AR-TODAY-ROWS
015330         + AR-INTEREST-POSTED + AR-FEES-POSTED.
015340     COMPUTE CA-AMOUNT-POSTED =
015350         AR-TODAY-AMOUNT + AR-POSTED-AMOUNT.
015360     MOVE AR-CHARGES-REJECTED TO CA-CHARGES-REJECTED.
015370     MOVE AR-REJECTED-AMOUNT TO CA-AMOUNT-REJECTED.
015380     WRITE ACCRCTL-RECORD.
015390     IF AR-CTL-STATUS NOT = "00"
015400         DISPLAY "ACCRUAL - ACCRCTL WRITE FAILED - STATUS "
015410             AR-CTL-STATUS
015420         MOVE 8 TO AR-OVERALL-RC
015430     END-IF.
015440     CLOSE ACCRCTL-FILE.
015450 8000-EXIT.
015460     EXIT.
015470
015480*----------------------------------------------------------
015490* 9000-TERMINATE
015500*----------------------------------------------------------
015510 9000-TERMINATE.
015520     IF AR-RPT-STATUS = "00"
015530         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
015540         CLOSE ACCRRPT-FILE
015550     END-IF.
015560     IF AR-MAST-OPEN
015570         CLOSE ACCTMAST-FILE
015580     END-IF.
015590     IF AR-POSTING-FILES-OPEN
015600         CLOSE PSTJRNL-FILE
015610         CLOSE SUSPENSE-FILE
015620     END-IF.
015630     IF AR-HOLDS-PRESENT
015640         CLOSE HOLDMAST-FILE
015650     END-IF.
015660     MOVE AR-OVERALL-RC TO RETURN-CODE.
015670 9000-EXIT.
015680     EXIT.
015690
015700*----------------------------------------------------------
015710* 9100-PRINT-TOTALS
015720* GRAND TOTALS.  "ACCRUAL ENTRIES ON JOURNAL TODAY" IS THE
015730* FIGURE WRITTEN TO ACCRCTL FOR TRLBAL TO RECONCILE.
015740*----------------------------------------------------------
015750 9100-PRINT-TOTALS.
015760     WRITE ACCRRPT-RECORD FROM AR-BLANK-LINE.
015770     MOVE SPACES TO AR-RPT-COUNT-LINE.
015780     MOVE "ACCOUNTS READ" TO AR-CNT-LABEL.
015790     MOVE AR-ACCOUNTS-READ TO AR-CNT-COUNT.
015800     WRITE ACCRRPT-RECORD FROM AR-RPT-COUNT-LINE.
015810     MOVE "  CLOSED - NOT CHARGED" TO AR-CNT-LABEL.
015820     MOVE AR-ACCOUNTS-CLOSED TO AR-CNT-COUNT.
015830     WRITE ACCRRPT-RECORD FROM AR-RPT-COUNT-LINE.
015840     MOVE "  NOT RUN - NO RATE OR BALANCE" TO AR-CNT-LABEL.
015850     MOVE AR-ACCOUNTS-NOT-CHARGED TO AR-CNT-COUNT.
015860     WRITE ACCRRPT-RECORD FROM AR-RPT-COUNT-LINE.
015870     MOVE "  OVERDRAWN IN PERIOD" TO AR-CNT-LABEL.
015880     MOVE AR-ACCOUNTS-OVERDRAWN TO AR-CNT-COUNT.
015890     WRITE ACCRRPT-RECORD FROM AR-RPT-COUNT-LINE.
015900     MOVE "INTEREST CHARGES POSTED" TO AR-CNT-LABEL.
015910     MOVE AR-INTEREST-POSTED TO AR-CNT-COUNT.
015920     WRITE ACCRRPT-RECORD FROM AR-RPT-COUNT-LINE.
015930     MOVE "FEES POSTED" TO AR-CNT-LABEL.
015940     MOVE AR-FEES-POSTED TO AR-CNT-COUNT.
015950     WRITE ACCRRPT-RECORD FROM AR-RPT-COUNT-LINE.
015960     MOVE "CHARGES SENT TO SUSPENSE" TO AR-CNT-LABEL.
015970     MOVE AR-CHARGES-REJECTED TO AR-CNT-COUNT.
015980     WRITE ACCRRPT-RECORD FROM AR-RPT-COUNT-LINE.
015990     MOVE "CHARGES ALREADY MADE - SKIPPED" TO AR-CNT-LABEL.
016000     MOVE AR-ALREADY-CHARGED TO AR-CNT-COUNT.
016010     WRITE ACCRRPT-RECORD FROM AR-RPT-COUNT-LINE.
016020     MOVE SPACES TO AR-RPT-AMOUNT-LINE.
016030     MOVE "INTEREST POSTED" TO AR-AMT-LABEL.
016040     MOVE AR-INTEREST-AMOUNT TO AR-AMT-AMOUNT.
016050     WRITE ACCRRPT-RECORD FROM AR-RPT-AMOUNT-LINE.
016060     MOVE "FEES POSTED" TO AR-AMT-LABEL.
016070     MOVE AR-FEE-AMOUNT TO AR-AMT-AMOUNT.
016080     WRITE ACCRRPT-RECORD FROM AR-RPT-AMOUNT-LINE.
016090     MOVE "TOTAL POSTED THIS RUN" TO AR-AMT-LABEL.
016100     MOVE AR-POSTED-AMOUNT TO AR-AMT-AMOUNT.
016110     WRITE ACCRRPT-RECORD FROM AR-RPT-AMOUNT-LINE.
016120     MOVE "TOTAL SENT TO SUSPENSE" TO AR-AMT-LABEL.
016130     MOVE AR-REJECTED-AMOUNT TO AR-AMT-AMOUNT.
016140     WRITE ACCRRPT-RECORD FROM AR-RPT-AMOUNT-LINE.
016150     WRITE ACCRRPT-RECORD FROM AR-BLANK-LINE.
016160     COMPUTE AR-WORK-COUNT = AR-TODAY-ROWS
016170         + AR-INTEREST-POSTED + AR-FEES-POSTED.
016180     MOVE "ACCRUAL ENTRIES ON JOURNAL TODAY" TO AR-CNT-LABEL.
016190     MOVE AR-WORK-COUNT TO AR-CNT-COUNT.
016200     WRITE ACCRRPT-RECORD FROM AR-RPT-COUNT-LINE.
016210     COMPUTE AR-WORK-AMOUNT = AR-TODAY-AMOUNT + AR-POSTED-AMOUNT.
016220     MOVE "ACCRUAL AMOUNT ON JOURNAL TODAY" TO AR-AMT-LABEL.
016230     MOVE AR-WORK-AMOUNT TO AR-AMT-AMOUNT.
016240     WRITE ACCRRPT-RECORD FROM AR-RPT-AMOUNT-LINE.
016250 9100-EXIT.
016260     EXIT.
016270
016280 END PROGRAM ACCRUAL.
