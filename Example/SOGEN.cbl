000010*================================================================
000020* PROGRAM-ID    :  SOGEN
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  DAILY STANDING ORDER GENERATION.  READS THE
000090*                  STANDING ORDER MASTER (SOMAST) AND, FOR EVERY
000100*                  ORDER DUE ON THE GENERATION DATE, ADDS A "D"
000110*                  CARD TO THE DAY'S TRANFILE - TWO FOR A
000120*                  TRANSFER, THE COUNTER ACCOUNT TAKING THE
000130*                  OPPOSITE SIDE.  THE CARDS GO OUT AS ONE BATCH
000140*                  WITH ITS OWN "H" HEADER AND "T" TRAILER UNDER
000150*                  THE RESERVED STANDING ORDER BRANCH "STDO", SO
000160*                  COBOLPROD BALANCES AND POSTS THEM LIKE ANY
000170*                  BRANCH'S BATCH.  EACH ORDER GENERATED IS
000180*                  STAMPED WITH THE GENERATION DATE AND IS NEVER
000190*                  GENERATED AGAIN FOR THAT DATE OR AN EARLIER
000200*                  ONE, SO A RERUN ADDS NOTHING ALREADY SENT.
000210*                  THE GENERATION DATE IS TODAY UNLESS A SYSIN
000220*                  CARD NAMES ANOTHER (COLS 1-8, YYYYMMDD).  THE
000230*                  RUN COVERS EVERY DAY AFTER THE PRIOR BUSINESS
000240*                  DAY UP TO THE GENERATION DATE.
000250*
000260* MODIFICATION HISTORY
000270* ---------------------------------------------------------------
000280* DATE       INIT  DESCRIPTION
000290* ---------------------------------------------------------------
000300* 2026-10-15 IKS   ORIGINAL PROGRAM.
000310* 2026-10-15 IKS   BUSINESS-DAY CALENDAR (CALMAST, VIA BUSDAY).
000320*                  A GENERATION DATE THAT IS NOT A BUSINESS DAY
000330*                  STOPS THE RUN (RC 8) UNLESS SYSIN COLS 41-48
000340*                  SAY "OVERRIDE".  EACH RUN NOW ALSO CATCHES UP
000350*                  THE DAYS SINCE THE PRIOR BUSINESS DAY, SO AN
000360*                  ORDER DUE ON A WEEKEND OR HOLIDAY GOES OUT ON
000370*                  THE NEXT BUSINESS DAY - ONCE FOR EACH TIME IT
000380*                  FELL DUE.
000390* 2026-10-15 IKS   SOMAST IS CLOSED AT END OF RUN ONLY IF IT WAS
000400*                  OPENED - A RUN STOPPED BY ITS DATE CARD, THE
000410*                  CALENDAR OR THE ORDER BRANCH NEVER OPENS IT.
000420* 2026-10-15 IKS   SYSIN COLS 41-48 MUST BE BLANK OR "OVERRIDE";
000430*                  ANYTHING ELSE NOW REFUSES THE RUN (RC 8), AS
000440*                  IN COBOLPROD.  A MISKEYED OVERRIDE USED TO BE
000450*                  TAKEN AS NO OVERRIDE.
000460*================================================================
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. SOGEN.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT PARM-FILE ASSIGN TO SYSIN
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SG-PARM-STATUS.
000560
000570     SELECT SOMAST-FILE ASSIGN TO SOMAST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS SO-ORDER-ID
000610         FILE STATUS IS SG-MAST-STATUS.
000620
000630     SELECT BRCHMAST-FILE ASSIGN TO BRCHMAST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS BM-BRANCH-ID
000670         FILE STATUS IS SG-BRCH-STATUS.
000680
000690     SELECT TRANFILE-FILE ASSIGN TO TRANFILE
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS SG-TRAN-STATUS.
000720
000730     SELECT SOGRPT-FILE ASSIGN TO SOGRPT
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS SG-RPT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  PARM-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  PARM-RECORD.
000820     05  PARM-GEN-DATE               PIC X(08).
000830     05  PARM-GEN-DATE-9 REDEFINES PARM-GEN-DATE
000840                                     PIC 9(08).
000850     05  FILLER                      PIC X(32).
000860     05  PARM-OVERRIDE               PIC X(08).
000870
000880 FD  SOMAST-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 100 CHARACTERS.
000910     COPY SOMAST.
000920
000930 FD  BRCHMAST-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960     COPY BRCHMAST.
000970
000980*----------------------------------------------------------
000990* TRANFILE - THE POSTING RUN'S INPUT, OPENED EXTEND SO THE
001000* STANDING ORDER BATCH FOLLOWS THE BRANCH BATCHES ALREADY
001010* THERE.  LAID OUT AS COBOLPROD READS IT; THE ORDER ID RIDES
001020* IN COLS 42-49 OF EACH "D" CARD, WHICH COBOLPROD IGNORES,
001030* SO A CARD TURNING UP IN SUSPENSE CAN BE TRACED BACK.
001040*----------------------------------------------------------
001050 FD  TRANFILE-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  TRAN-RECORD.
001090     05  TN-RECORD-TYPE              PIC X(01).
001100     05  TN-DETAIL-DATA.
001110         10  TN-ACCOUNT-ID           PIC X(10).
001120         10  TN-TRAN-CODE            PIC X(01).
001130         10  TN-AMOUNT               PIC 9(07)V99.
001140         10  TN-REVERSE-REF          PIC X(20).
001150         10  TN-ORDER-ID             PIC X(08).
001160         10  FILLER                  PIC X(31).
001170     05  TN-TRAILER-DATA REDEFINES TN-DETAIL-DATA.
001180         10  TN-TRL-COUNT            PIC 9(06).
001190         10  TN-TRL-HASH             PIC 9(11)V99.
001200         10  FILLER                  PIC X(60).
001210     05  TN-HEADER-DATA REDEFINES TN-DETAIL-DATA.
001220         10  TN-HDR-BRANCH-ID        PIC X(04).
001230         10  TN-HDR-BATCH-DATE       PIC 9(08).
001240         10  FILLER                  PIC X(67).
001250
001260 FD  SOGRPT-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 132 CHARACTERS.
001290 01  SOGRPT-RECORD                   PIC X(132).
001300
001310 WORKING-STORAGE SECTION.
001320 77  SG-PARM-STATUS                  PIC X(02) VALUE SPACES.
001330 77  SG-MAST-STATUS                  PIC X(02) VALUE SPACES.
001340 77  SG-BRCH-STATUS                  PIC X(02) VALUE SPACES.
001350 77  SG-TRAN-STATUS                  PIC X(02) VALUE SPACES.
001360 77  SG-RPT-STATUS                   PIC X(02) VALUE SPACES.
001370 77  SG-MAST-EOF-SWITCH              PIC X(01) VALUE "N".
001380     88  SG-MAST-END-OF-FILE                VALUE "Y".
001390 77  SG-DUE-SWITCH                   PIC X(01) VALUE "N".
001400     88  SG-ORDER-DUE                       VALUE "Y".
001410 77  SG-HEADER-SWITCH                PIC X(01) VALUE "N".
001420     88  SG-HEADER-WRITTEN                  VALUE "Y".
001430 77  SG-MONTH-END-SWITCH             PIC X(01) VALUE "N".
001440     88  SG-TEST-MONTH-END                  VALUE "Y".
001450 77  SG-DATE-SWITCH                  PIC X(01) VALUE "N".
001460     88  SG-DATE-VALID                      VALUE "Y".
001470 77  SG-TRAN-OPEN-SWITCH             PIC X(01) VALUE "N".
001480     88  SG-TRAN-OPEN                       VALUE "Y".
001490 77  SG-MAST-OPEN-SWITCH             PIC X(01) VALUE "N".
001500     88  SG-MAST-OPEN                       VALUE "Y".
001510 77  SG-OVERRIDE-SWITCH              PIC X(01) VALUE "N".
001520     88  SG-CALENDAR-OVERRIDE               VALUE "Y".
001530 77  SG-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001540
001550*----------------------------------------------------------
001560* THE RESERVED BRANCH THE STANDING ORDER BATCH IS HEADED
001570* UNDER.  IT MUST BE ON THE BRANCH MASTER, OPEN, AND MARKED
001580* AS A SYSTEM BRANCH.
001590*----------------------------------------------------------
001600 77  SG-ORDER-BRANCH                 PIC X(04) VALUE "STDO".
001610
001620 77  SG-ORDERS-READ                  PIC 9(05) COMP VALUE ZERO.
001630 77  SG-ORDERS-GENERATED             PIC 9(05) COMP VALUE ZERO.
001640 77  SG-ORDERS-NOT-DUE               PIC 9(05) COMP VALUE ZERO.
001650 77  SG-ORDERS-ALREADY-DONE          PIC 9(05) COMP VALUE ZERO.
001660 77  SG-CARDS-WRITTEN                PIC 9(06) COMP VALUE ZERO.
001670 77  SG-HASH-TOTAL                   PIC 9(11)V99 COMP-3
001680                                     VALUE ZERO.
001690
001700*----------------------------------------------------------
001710* THE DAYS THE RUN COVERS, AS INTEGER DATES: FROM THE DAY
001720* AFTER THE PRIOR BUSINESS DAY THROUGH THE GENERATION DATE.
001730* SG-DUE-COUNT IS HOW MANY OF THEM AN ORDER FELL DUE ON.
001740*----------------------------------------------------------
001750 77  SG-FROM-NUMBER                  PIC 9(08) COMP VALUE ZERO.
001760 77  SG-GEN-NUMBER                   PIC 9(08) COMP VALUE ZERO.
001770 77  SG-TEST-NUMBER                  PIC 9(08) COMP VALUE ZERO.
001780 77  SG-DUE-COUNT                    PIC 9(03) COMP VALUE ZERO.
001790 77  SG-WORK-NUMBER                  PIC 9(08) COMP VALUE ZERO.
001800 77  SG-WEEK-COUNT                   PIC 9(08) COMP VALUE ZERO.
001810 77  SG-WEEKDAY-OFFSET               PIC 9(01) COMP VALUE ZERO.
001820 77  SG-TEST-WEEKDAY                 PIC 9(02) VALUE ZERO.
001830
001840 01  SG-GEN-DATE                     PIC 9(08) VALUE ZERO.
001850 01  SG-GEN-DATE-R REDEFINES SG-GEN-DATE.
001860     05  SG-GEN-YEAR                 PIC 9(04).
001870     05  SG-GEN-MONTH                PIC 9(02).
001880     05  SG-GEN-DAY                  PIC 9(02).
001890
001900 01  SG-FROM-DATE                    PIC 9(08) VALUE ZERO.
001910
001920 01  SG-TEST-DATE                    PIC 9(08) VALUE ZERO.
001930 01  SG-TEST-DATE-R REDEFINES SG-TEST-DATE.
001940     05  FILLER                      PIC 9(06).
001950     05  SG-TEST-DAY                 PIC 9(02).
001960
001970 01  SG-NEXT-DATE                    PIC 9(08) VALUE ZERO.
001980 01  SG-NEXT-DATE-R REDEFINES SG-NEXT-DATE.
001990     05  FILLER                      PIC 9(06).
002000     05  SG-NEXT-DAY                 PIC 9(02).
002010
002020 01  SG-RPT-HEADING-1.
002030     05  FILLER                      PIC X(30)
002040             VALUE "SOGEN STANDING ORDER RUN".
002050     05  FILLER                      PIC X(06) VALUE "DATE: ".
002060     05  SG-HDG-RUN-DATE             PIC 9(08).
002070     05  FILLER                      PIC X(04) VALUE SPACES.
002080     05  FILLER                      PIC X(17)
002090             VALUE "GENERATED FOR:  ".
002100     05  SG-HDG-GEN-DATE             PIC 9(08).
002110     05  FILLER                      PIC X(12)
002120             VALUE "  DUE FROM: ".
002130     05  SG-HDG-FROM-DATE            PIC 9(08).
002140     05  FILLER                      PIC X(04) VALUE SPACES.
002150     05  FILLER                      PIC X(08) VALUE "BRANCH: ".
002160     05  SG-HDG-BRANCH               PIC X(04).
002170     05  FILLER                      PIC X(23) VALUE SPACES.
002180
002190 01  SG-RPT-HEADING-2.
002200     05  FILLER                      PIC X(10) VALUE "ORDER-ID".
002210     05  FILLER                      PIC X(12)
002220             VALUE "ACCOUNT-ID".
002230     05  FILLER                      PIC X(05) VALUE "C/D".
002240     05  FILLER                      PIC X(12) VALUE "AMOUNT".
002250     05  FILLER                      PIC X(08) VALUE "FREQ".
002260     05  FILLER                      PIC X(12) VALUE "COUNTER".
002270     05  FILLER                      PIC X(18)
002280             VALUE "DESCRIPTION".
002290     05  FILLER                      PIC X(20) VALUE "RESULT".
002300     05  FILLER                      PIC X(35) VALUE SPACES.
002310
002320 01  SG-RPT-DETAIL.
002330     05  SG-DTL-ORDER-ID             PIC X(08).
002340     05  FILLER                      PIC X(02) VALUE SPACES.
002350     05  SG-DTL-ACCOUNT-ID           PIC X(10).
002360     05  FILLER                      PIC X(02) VALUE SPACES.
002370     05  SG-DTL-TRAN-CODE            PIC X(01).
002380     05  FILLER                      PIC X(04) VALUE SPACES.
002390     05  SG-DTL-AMOUNT               PIC Z(06)9.99.
002400     05  FILLER                      PIC X(02) VALUE SPACES.
002410     05  SG-DTL-FREQUENCY            PIC X(01).
002420     05  FILLER                      PIC X(01) VALUE SPACES.
002430     05  SG-DTL-RUN-DAY              PIC X(02).
002440     05  FILLER                      PIC X(04) VALUE SPACES.
002450     05  SG-DTL-COUNTER              PIC X(10).
002460     05  FILLER                      PIC X(02) VALUE SPACES.
002470     05  SG-DTL-DESCRIPTION          PIC X(16).
002480     05  FILLER                      PIC X(02) VALUE SPACES.
002490     05  SG-DTL-RESULT               PIC X(30).
002500     05  FILLER                      PIC X(25) VALUE SPACES.
002510
002520 01  SG-RPT-TOTAL.
002530     05  SG-TOT-LABEL                PIC X(30).
002540     05  SG-TOT-COUNT                PIC Z(05)9.
002550     05  FILLER                      PIC X(96) VALUE SPACES.
002560
002570 01  SG-RPT-HASH.
002580     05  FILLER                      PIC X(30)
002590             VALUE "AMOUNT HASH TOTAL".
002600     05  SG-TOT-HASH                 PIC Z(10)9.99.
002610     05  FILLER                      PIC X(87) VALUE SPACES.
002620
002630 01  SG-MULTIPLE-RESULT.
002640     05  FILLER                      PIC X(16)
002650             VALUE "GENERATED - DUE ".
002660     05  SG-MULT-DUE-COUNT           PIC Z(02)9.
002670     05  FILLER                      PIC X(11) VALUE " TIMES".
002680
002690 01  SG-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002700
002710     COPY BDAYPARM.
002720
002730 PROCEDURE DIVISION.
002740*----------------------------------------------------------
002750* 0000-MAINLINE
002760*----------------------------------------------------------
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002790     IF SG-OVERALL-RC NOT = ZERO
002800         GO TO 0000-WRAP-UP
002810     END-IF.
002820     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
002830         UNTIL SG-MAST-END-OF-FILE.
002840 0000-WRAP-UP.
002850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002860 0000-EXIT.
002870     STOP RUN.
002880
002890*----------------------------------------------------------
002900* 1000-INITIALIZE
002910* SETTLES THE GENERATION DATE AND THE DAYS THE RUN COVERS,
002920* CHECKS THE STANDING ORDER BRANCH, AND OPENS THE FILES.
002930* NOTHING IS GENERATED - AND TRANFILE IS NOT OPENED -
002940* UNLESS ALL OF IT SUCCEEDS.
002950*----------------------------------------------------------
002960 1000-INITIALIZE.
002970     ACCEPT SG-CURRENT-DATE FROM DATE YYYYMMDD.
002980     OPEN OUTPUT SOGRPT-FILE.
002990     IF SG-RPT-STATUS NOT = "00"
003000         DISPLAY "SOGEN - UNABLE TO OPEN SOGRPT - STATUS "
003010             SG-RPT-STATUS
003020         MOVE 8 TO SG-OVERALL-RC
003030         GO TO 1000-EXIT
003040     END-IF.
003050     PERFORM 1100-READ-DATE-PARM THRU 1100-EXIT.
003060     IF SG-OVERALL-RC NOT = ZERO
003070         GO TO 1000-EXIT
003080     END-IF.
003090     PERFORM 1150-CHECK-BUSINESS-DAY THRU 1150-EXIT.
003100     IF SG-OVERALL-RC NOT = ZERO
003110         GO TO 1000-EXIT
003120     END-IF.
003130     MOVE SG-CURRENT-DATE TO SG-HDG-RUN-DATE.
003140     MOVE SG-GEN-DATE TO SG-HDG-GEN-DATE.
003150     MOVE SG-FROM-DATE TO SG-HDG-FROM-DATE.
003160     MOVE SG-ORDER-BRANCH TO SG-HDG-BRANCH.
003170     WRITE SOGRPT-RECORD FROM SG-RPT-HEADING-1.
003180     WRITE SOGRPT-RECORD FROM SG-RPT-HEADING-2.
003190     PERFORM 1400-CHECK-ORDER-BRANCH THRU 1400-EXIT.
003200     IF SG-OVERALL-RC NOT = ZERO
003210         GO TO 1000-EXIT
003220     END-IF.
003230     OPEN I-O SOMAST-FILE.
003240     IF SG-MAST-STATUS NOT = "00"
003250         DISPLAY "SOGEN - UNABLE TO OPEN SOMAST - STATUS "
003260             SG-MAST-STATUS
003270         MOVE 8 TO SG-OVERALL-RC
003280         GO TO 1000-EXIT
003290     END-IF.
003300     SET SG-MAST-OPEN TO TRUE.
003310     OPEN EXTEND TRANFILE-FILE.
003320     IF SG-TRAN-STATUS NOT = "00"
003330         DISPLAY "SOGEN - UNABLE TO OPEN TRANFILE - STATUS "
003340             SG-TRAN-STATUS
003350         MOVE 8 TO SG-OVERALL-RC
003360         GO TO 1000-EXIT
003370     END-IF.
003380     SET SG-TRAN-OPEN TO TRUE.
003390     PERFORM 2500-READ-ORDER THRU 2500-EXIT.
003400 1000-EXIT.
003410     EXIT.
003420
003430*----------------------------------------------------------
003440* 1100-READ-DATE-PARM
003450* OPTIONAL SYSIN CARD NAMING THE GENERATION DATE.  NO CARD
003460* (OR NO SYSIN DD AT ALL), OR A BLANK ONE, MEANS TODAY.  A
003470* DATE THAT IS KEYED BUT NOT VALID STOPS THE RUN RATHER THAN
003480* GENERATE FOR A DAY NOBODY ASKED FOR.  COLS 41-48
003490* "OVERRIDE" LET THE RUN GENERATE FOR A NON-BUSINESS DAY;
003500* ANYTHING ELSE BUT BLANK THERE REFUSES THE RUN (RC 8).
003510*----------------------------------------------------------
003520 1100-READ-DATE-PARM.
003530     MOVE SG-CURRENT-DATE TO SG-GEN-DATE.
003540     OPEN INPUT PARM-FILE.
003550     IF SG-PARM-STATUS NOT = "00"
003560         GO TO 1100-EXIT
003570     END-IF.
003580     READ PARM-FILE
003590         AT END
003600             MOVE SPACES TO PARM-RECORD
003610     END-READ.
003620     CLOSE PARM-FILE.
003630     IF PARM-OVERRIDE = "OVERRIDE"
003640         SET SG-CALENDAR-OVERRIDE TO TRUE
003650     END-IF.
003660     IF PARM-OVERRIDE NOT = SPACES
003670             AND NOT SG-CALENDAR-OVERRIDE
003680         DISPLAY "SOGEN - SYSIN COLS 41-48 " PARM-OVERRIDE
003690             " NOT BLANK OR OVERRIDE - RUN REFUSED"
003700         MOVE 8 TO SG-OVERALL-RC
003710         GO TO 1100-EXIT
003720     END-IF.
003730     IF PARM-GEN-DATE = SPACES
003740         GO TO 1100-EXIT
003750     END-IF.
003760     MOVE ZERO TO SG-GEN-DATE.
003770     IF PARM-GEN-DATE IS NUMERIC
003780         MOVE PARM-GEN-DATE-9 TO SG-GEN-DATE
003790     END-IF.
003800     PERFORM 1200-CHECK-DATE THRU 1200-EXIT.
003810     IF NOT SG-DATE-VALID
003820         DISPLAY "SOGEN - GENERATION DATE " PARM-GEN-DATE
003830             " INVALID - RUN STOPPED"
003840         MOVE 8 TO SG-OVERALL-RC
003850         GO TO 1100-EXIT
003860     END-IF.
003870 1100-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------
003910* 1150-CHECK-BUSINESS-DAY
003920* THE GENERATION DATE MUST BE A BUSINESS DAY ON THE CALENDAR
003930* - OR BE IN A YEAR THE CALENDAR HAS BEEN LOADED FOR -
003940* UNLESS SYSIN SAYS OVERRIDE.  THE RUN THEN COVERS EVERY DAY
003950* AFTER THE PRIOR BUSINESS DAY, WHOSE OWN RUN GENERATED UP
003960* TO ITSELF.  NO CALENDAR AT ALL ALWAYS STOPS THE RUN.
003970*----------------------------------------------------------
003980 1150-CHECK-BUSINESS-DAY.
003990     MOVE "C" TO BD-FUNCTION.
004000     MOVE SG-GEN-DATE TO BD-DATE.
004010     CALL "BUSDAY" USING BDAY-PARMS.
004020     IF BD-STATUS > 4
004030         DISPLAY "SOGEN - BUSINESS CALENDAR UNAVAILABLE FOR "
004040             SG-GEN-DATE " - STATUS " BD-STATUS
004050             " - RUN STOPPED"
004060         MOVE 8 TO SG-OVERALL-RC
004070         GO TO 1150-EXIT
004080     END-IF.
004090     IF BD-STATUS = 4
004100         MOVE "YEAR NOT ON CALENDAR" TO BD-DAY-NAME
004110         MOVE "N" TO BD-BUSINESS-SWITCH
004120     END-IF.
004130     IF BD-NOT-BUSINESS-DAY
004140         IF SG-CALENDAR-OVERRIDE
004150             DISPLAY "SOGEN - " SG-GEN-DATE
004160                 " IS NOT A BUSINESS DAY (" BD-DAY-NAME
004170                 ") - RUNNING UNDER SYSIN OVERRIDE"
004180         ELSE
004190             DISPLAY "SOGEN - " SG-GEN-DATE
004200                 " IS NOT A BUSINESS DAY (" BD-DAY-NAME
004210                 ") - RUN STOPPED.  TO RUN ANYWAY PUT OVERRIDE"
004220                 " IN SYSIN COLS 41-48"
004230             MOVE 8 TO SG-OVERALL-RC
004240             GO TO 1150-EXIT
004250         END-IF
004260     END-IF.
004270     MOVE "P" TO BD-FUNCTION.
004280     MOVE SG-GEN-DATE TO BD-DATE.
004290     CALL "BUSDAY" USING BDAY-PARMS.
004300     IF BD-STATUS > 4
004310         DISPLAY "SOGEN - NO PRIOR BUSINESS DAY FOUND FOR "
004320             SG-GEN-DATE " - STATUS " BD-STATUS
004330             " - RUN STOPPED"
004340         MOVE 8 TO SG-OVERALL-RC
004350         GO TO 1150-EXIT
004360     END-IF.
004370     COMPUTE SG-FROM-NUMBER =
004380         FUNCTION INTEGER-OF-DATE (BD-RESULT-DATE) + 1.
004390     COMPUTE SG-FROM-DATE =
004400         FUNCTION DATE-OF-INTEGER (SG-FROM-NUMBER).
004410     COMPUTE SG-GEN-NUMBER =
004420         FUNCTION INTEGER-OF-DATE (SG-GEN-DATE).
004430 1150-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------
004470* 1200-CHECK-DATE
004480* ENOUGH OF A CALENDAR CHECK TO KEEP A MISKEYED CARD OUT
004490* OF THE DATE ARITHMETIC.
004500*----------------------------------------------------------
004510 1200-CHECK-DATE.
004520     MOVE "N" TO SG-DATE-SWITCH.
004530     IF SG-GEN-YEAR < 1601
004540             OR SG-GEN-MONTH < 1 OR SG-GEN-MONTH > 12
004550             OR SG-GEN-DAY < 1 OR SG-GEN-DAY > 31
004560         GO TO 1200-EXIT
004570     END-IF.
004580     SET SG-DATE-VALID TO TRUE.
004590 1200-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------
004630* 1300-DERIVE-CALENDAR
004640* FOR THE DAY BEING TESTED (SG-TEST-NUMBER): ITS DATE, ITS
004650* DAY OF THE WEEK (1 = MONDAY ... 7 = SUNDAY - DAY 1 OF THE
004660* INTEGER DATE COUNT, 1601-01-01, WAS A MONDAY), AND WHETHER
004670* IT IS THE LAST DAY OF ITS MONTH (THE NEXT DAY IS THE 1ST).
004680*----------------------------------------------------------
004690 1300-DERIVE-CALENDAR.
004700     COMPUTE SG-TEST-DATE =
004710         FUNCTION DATE-OF-INTEGER (SG-TEST-NUMBER).
004720     SUBTRACT 1 FROM SG-TEST-NUMBER GIVING SG-WORK-NUMBER.
004730     DIVIDE SG-WORK-NUMBER BY 7 GIVING SG-WEEK-COUNT
004740         REMAINDER SG-WEEKDAY-OFFSET.
004750     ADD 1 SG-WEEKDAY-OFFSET GIVING SG-TEST-WEEKDAY.
004760     ADD 1 SG-TEST-NUMBER GIVING SG-WORK-NUMBER.
004770     COMPUTE SG-NEXT-DATE =
004780         FUNCTION DATE-OF-INTEGER (SG-WORK-NUMBER).
004790     MOVE "N" TO SG-MONTH-END-SWITCH.
004800     IF SG-NEXT-DAY = 1
004810         SET SG-TEST-MONTH-END TO TRUE
004820     END-IF.
004830 1300-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------
004870* 1400-CHECK-ORDER-BRANCH
004880* THE BATCH IS ONLY WORTH WRITING IF COBOLPROD WILL ACCEPT
004890* ITS BRANCH, SO AN UNKNOWN, CLOSED OR SUSPENDED STANDING
004900* ORDER BRANCH STOPS THE RUN HERE, BEFORE ANY ORDER IS
004910* STAMPED.  IT MUST ALSO BE A SYSTEM BRANCH, SO ITS POSTINGS
004920* ARE NOT LISTED AS CROSS-BRANCH.
004930*----------------------------------------------------------
004940 1400-CHECK-ORDER-BRANCH.
004950     OPEN INPUT BRCHMAST-FILE.
004960     IF SG-BRCH-STATUS NOT = "00"
004970         DISPLAY "SOGEN - UNABLE TO OPEN BRCHMAST - STATUS "
004980             SG-BRCH-STATUS
004990         MOVE 8 TO SG-OVERALL-RC
005000         GO TO 1400-EXIT
005010     END-IF.
005020     MOVE SG-ORDER-BRANCH TO BM-BRANCH-ID.
005030     READ BRCHMAST-FILE
005040         INVALID KEY
005050             DISPLAY "SOGEN - BRANCH " SG-ORDER-BRANCH
005060                 " NOT ON BRCHMAST - RUN STOPPED"
005070             MOVE 8 TO SG-OVERALL-RC
005080     END-READ.
005090     IF SG-OVERALL-RC = ZERO
005100             AND NOT BM-STATUS-OPEN
005110         DISPLAY "SOGEN - BRANCH " SG-ORDER-BRANCH
005120             " NOT OPEN - RUN STOPPED"
005130         MOVE 8 TO SG-OVERALL-RC
005140     END-IF.
005150     IF SG-OVERALL-RC = ZERO
005160             AND NOT BM-SYSTEM-BRANCH
005170         DISPLAY "SOGEN - BRANCH " SG-ORDER-BRANCH
005180             " NOT A SYSTEM BRANCH - RUN STOPPED"
005190         MOVE 8 TO SG-OVERALL-RC
005200     END-IF.
005210     CLOSE BRCHMAST-FILE.
005220 1400-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------
005260* 2000-PROCESS-ORDER
005270* GENERATES ONE ORDER IF IT IS DUE.  AN I/O FAILURE WHILE
005280* GENERATING ENDS THE PASS EARLY (RC 8).
005290*----------------------------------------------------------
005300 2000-PROCESS-ORDER.
005310     ADD 1 TO SG-ORDERS-READ.
005320     PERFORM 3000-TEST-DUE THRU 3000-EXIT.
005330     IF SG-ORDER-DUE
005340         PERFORM 4000-GENERATE-ORDER THRU 4000-EXIT
005350     END-IF.
005360     IF SG-OVERALL-RC = 8
005370         SET SG-MAST-END-OF-FILE TO TRUE
005380         GO TO 2000-EXIT
005390     END-IF.
005400     PERFORM 2500-READ-ORDER THRU 2500-EXIT.
005410 2000-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------
005450* 2500-READ-ORDER
005460*----------------------------------------------------------
005470 2500-READ-ORDER.
005480     READ SOMAST-FILE NEXT RECORD
005490         AT END
005500             SET SG-MAST-END-OF-FILE TO TRUE
005510     END-READ.
005520 2500-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------
005560* 3000-TEST-DUE
005570* AN ORDER ALREADY STAMPED WITH THE GENERATION DATE (OR A
005580* LATER ONE) IS LISTED AND SKIPPED - THE RUN ENDS RC 4 SO A
005590* RERUN IS SEEN.  OTHERWISE EACH DAY THE RUN COVERS IS
005600* TESTED, AND THE ORDER IS DUE IF IT FELL DUE ON ANY OF
005610* THEM.
005620*----------------------------------------------------------
005630 3000-TEST-DUE.
005640     MOVE "N" TO SG-DUE-SWITCH.
005650     MOVE ZERO TO SG-DUE-COUNT.
005660     IF SO-LAST-GEN-DATE NOT < SG-GEN-DATE
005670         ADD 1 TO SG-ORDERS-ALREADY-DONE
005680         IF SG-OVERALL-RC < 4
005690             MOVE 4 TO SG-OVERALL-RC
005700         END-IF
005710         MOVE "ALREADY GENERATED" TO SG-DTL-RESULT
005720         PERFORM 6000-PRINT-ORDER THRU 6000-EXIT
005730         GO TO 3000-EXIT
005740     END-IF.
005750     PERFORM 3100-TEST-DAY THRU 3100-EXIT
005760         VARYING SG-TEST-NUMBER FROM SG-FROM-NUMBER BY 1
005770         UNTIL SG-TEST-NUMBER > SG-GEN-NUMBER.
005780     IF SG-DUE-COUNT > ZERO
005790         SET SG-ORDER-DUE TO TRUE
005800     ELSE
005810         ADD 1 TO SG-ORDERS-NOT-DUE
005820     END-IF.
005830 3000-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------
005870* 3100-TEST-DAY
005880* COUNTS THE DAY IF THE ORDER FELL DUE ON IT: A DAY AFTER
005890* THE ORDER WAS LAST GENERATED, BETWEEN ITS START AND END
005900* DATES, AND ON ITS RUN DAY.  A MONTHLY ORDER FOR A DAY PAST
005910* THE END OF A SHORT MONTH FALLS ON THE MONTH'S LAST DAY.
005920*----------------------------------------------------------
005930 3100-TEST-DAY.
005940     PERFORM 1300-DERIVE-CALENDAR THRU 1300-EXIT.
005950     IF SG-TEST-DATE NOT > SO-LAST-GEN-DATE
005960             OR SG-TEST-DATE < SO-START-DATE
005970             OR SG-TEST-DATE > SO-END-DATE
005980         GO TO 3100-EXIT
005990     END-IF.
006000     IF SO-ONCE AND SG-TEST-DATE = SO-START-DATE
006010         ADD 1 TO SG-DUE-COUNT
006020         GO TO 3100-EXIT
006030     END-IF.
006040     IF SO-WEEKLY AND SO-RUN-DAY = SG-TEST-WEEKDAY
006050         ADD 1 TO SG-DUE-COUNT
006060         GO TO 3100-EXIT
006070     END-IF.
006080     IF SO-MONTHLY AND SO-RUN-DAY = SG-TEST-DAY
006090         ADD 1 TO SG-DUE-COUNT
006100         GO TO 3100-EXIT
006110     END-IF.
006120     IF SO-MONTHLY AND SG-TEST-MONTH-END
006130             AND SO-RUN-DAY > SG-TEST-DAY
006140         ADD 1 TO SG-DUE-COUNT
006150     END-IF.
006160 3100-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------
006200* 4000-GENERATE-ORDER
006210* WRITES THE ORDER'S CARDS ONCE FOR EACH DAY IT FELL DUE,
006220* THEN STAMPS THE ORDER WITH THE GENERATION DATE.  THE BATCH
006230* HEADER GOES OUT AHEAD OF THE FIRST CARD, SO A DAY WITH
006240* NOTHING DUE ADDS NOTHING TO TRANFILE.
006250*----------------------------------------------------------
006260 4000-GENERATE-ORDER.
006270     IF NOT SG-HEADER-WRITTEN
006280         PERFORM 4100-WRITE-HEADER THRU 4100-EXIT
006290         IF SG-OVERALL-RC = 8
006300             GO TO 4000-EXIT
006310         END-IF
006320     END-IF.
006330     PERFORM 4050-WRITE-ORDER-CARDS THRU 4050-EXIT
006340         SG-DUE-COUNT TIMES.
006350     IF SG-OVERALL-RC = 8
006360         GO TO 4000-EXIT
006370     END-IF.
006380     ADD 1 TO SG-ORDERS-GENERATED.
006390     MOVE SG-GEN-DATE TO SO-LAST-GEN-DATE.
006400     REWRITE SOMAST-RECORD
006410         INVALID KEY
006420             MOVE 8 TO SG-OVERALL-RC
006430     END-REWRITE.
006440     IF SG-MAST-STATUS NOT = "00"
006450         DISPLAY "SOGEN - ORDER " SO-ORDER-ID
006460             " GENERATED BUT NOT STAMPED - STATUS "
006470             SG-MAST-STATUS
006480         MOVE 8 TO SG-OVERALL-RC
006490         MOVE "GENERATED - NOT STAMPED" TO SG-DTL-RESULT
006500     ELSE
006510         IF SG-DUE-COUNT > 1
006520             MOVE SG-DUE-COUNT TO SG-MULT-DUE-COUNT
006530             MOVE SG-MULTIPLE-RESULT TO SG-DTL-RESULT
006540         ELSE
006550             MOVE "GENERATED" TO SG-DTL-RESULT
006560         END-IF
006570     END-IF.
006580     PERFORM 6000-PRINT-ORDER THRU 6000-EXIT.
006590 4000-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------
006630* 4050-WRITE-ORDER-CARDS
006640* ONE OCCURRENCE OF THE ORDER: ITS CARD, AND THE COUNTER
006650* ACCOUNT'S CARD FOR A TRANSFER.  NOTHING MORE IS WRITTEN
006660* ONCE A WRITE HAS FAILED.
006670*----------------------------------------------------------
006680 4050-WRITE-ORDER-CARDS.
006690     IF SG-OVERALL-RC = 8
006700         GO TO 4050-EXIT
006710     END-IF.
006720     MOVE SPACES TO TRAN-RECORD.
006730     MOVE "D" TO TN-RECORD-TYPE.
006740     MOVE SO-ACCOUNT-ID TO TN-ACCOUNT-ID.
006750     MOVE SO-TRAN-CODE TO TN-TRAN-CODE.
006760     MOVE SO-AMOUNT TO TN-AMOUNT.
006770     MOVE SO-ORDER-ID TO TN-ORDER-ID.
006780     PERFORM 4200-WRITE-DETAIL THRU 4200-EXIT.
006790     IF SG-OVERALL-RC = 8
006800         GO TO 4050-EXIT
006810     END-IF.
006820     IF SO-COUNTER-ACCOUNT NOT = SPACES
006830         MOVE SO-COUNTER-ACCOUNT TO TN-ACCOUNT-ID
006840         IF SO-CREDIT
006850             MOVE "D" TO TN-TRAN-CODE
006860         ELSE
006870             MOVE "C" TO TN-TRAN-CODE
006880         END-IF
006890         PERFORM 4200-WRITE-DETAIL THRU 4200-EXIT
006900     END-IF.
006910 4050-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------
006950* 4100-WRITE-HEADER
006960*----------------------------------------------------------
006970 4100-WRITE-HEADER.
006980     MOVE SPACES TO TRAN-RECORD.
006990     MOVE "H" TO TN-RECORD-TYPE.
007000     MOVE SG-ORDER-BRANCH TO TN-HDR-BRANCH-ID.
007010     MOVE SG-GEN-DATE TO TN-HDR-BATCH-DATE.
007020     WRITE TRAN-RECORD.
007030     IF SG-TRAN-STATUS NOT = "00"
007040         DISPLAY "SOGEN - TRANFILE WRITE FAILED - STATUS "
007050             SG-TRAN-STATUS
007060         MOVE 8 TO SG-OVERALL-RC
007070         GO TO 4100-EXIT
007080     END-IF.
007090     SET SG-HEADER-WRITTEN TO TRUE.
007100 4100-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------
007140* 4200-WRITE-DETAIL
007150* WRITES THE CARD BUILT IN TRAN-RECORD AND ADDS IT TO THE
007160* TRAILER'S COUNT AND HASH.
007170*----------------------------------------------------------
007180 4200-WRITE-DETAIL.
007190     WRITE TRAN-RECORD.
007200     IF SG-TRAN-STATUS NOT = "00"
007210         DISPLAY "SOGEN - TRANFILE WRITE FAILED - STATUS "
007220             SG-TRAN-STATUS " - ORDER " SO-ORDER-ID
007230         MOVE 8 TO SG-OVERALL-RC
007240         GO TO 4200-EXIT
007250     END-IF.
007260     ADD 1 TO SG-CARDS-WRITTEN.
007270     ADD TN-AMOUNT TO SG-HASH-TOTAL.
007280 4200-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------
007320* 4300-WRITE-TRAILER
007330* CLOSES THE BATCH WITH ITS COUNT AND HASH.  WRITTEN EVEN
007340* AFTER AN EARLY STOP, SO THE CARDS ALREADY SENT - WHOSE
007350* ORDERS ARE ALREADY STAMPED - STILL BALANCE AND POST.
007360*----------------------------------------------------------
007370 4300-WRITE-TRAILER.
007380     MOVE SPACES TO TRAN-RECORD.
007390     MOVE "T" TO TN-RECORD-TYPE.
007400     MOVE SG-CARDS-WRITTEN TO TN-TRL-COUNT.
007410     MOVE SG-HASH-TOTAL TO TN-TRL-HASH.
007420     WRITE TRAN-RECORD.
007430     IF SG-TRAN-STATUS NOT = "00"
007440         DISPLAY "SOGEN - TRANFILE TRAILER WRITE FAILED - "
007450             "STATUS " SG-TRAN-STATUS
007460         MOVE 8 TO SG-OVERALL-RC
007470     END-IF.
007480 4300-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------
007520* 6000-PRINT-ORDER
007530* ONE LINE FOR AN ORDER GENERATED OR SKIPPED AS ALREADY
007540* GENERATED; SG-DTL-RESULT IS SET BY THE CALLER.
007550*----------------------------------------------------------
007560 6000-PRINT-ORDER.
007570     MOVE SO-ORDER-ID TO SG-DTL-ORDER-ID.
007580     MOVE SO-ACCOUNT-ID TO SG-DTL-ACCOUNT-ID.
007590     MOVE SO-TRAN-CODE TO SG-DTL-TRAN-CODE.
007600     MOVE SO-AMOUNT TO SG-DTL-AMOUNT.
007610     MOVE SO-FREQUENCY TO SG-DTL-FREQUENCY.
007620     MOVE SPACES TO SG-DTL-RUN-DAY.
007630     IF NOT SO-ONCE
007640         MOVE SO-RUN-DAY TO SG-DTL-RUN-DAY
007650     END-IF.
007660     MOVE SO-COUNTER-ACCOUNT TO SG-DTL-COUNTER.
007670     MOVE SO-DESCRIPTION TO SG-DTL-DESCRIPTION.
007680     WRITE SOGRPT-RECORD FROM SG-RPT-DETAIL.
007690 6000-EXIT.
007700     EXIT.
007710
007720*----------------------------------------------------------
007730* 9000-TERMINATE
007740* CLOSES THE BATCH IF ONE WAS OPENED, PRINTS THE TOTALS AND
007750* CLOSES THE FILES.
007760*----------------------------------------------------------
007770 9000-TERMINATE.
007780     IF SG-HEADER-WRITTEN
007790         PERFORM 4300-WRITE-TRAILER THRU 4300-EXIT
007800     END-IF.
007810     IF SG-RPT-STATUS = "00"
007820         MOVE SPACES TO SG-RPT-TOTAL
007830         MOVE "ORDERS READ" TO SG-TOT-LABEL
007840         MOVE SG-ORDERS-READ TO SG-TOT-COUNT
007850         WRITE SOGRPT-RECORD FROM SG-RPT-TOTAL
007860         MOVE "ORDERS GENERATED" TO SG-TOT-LABEL
007870         MOVE SG-ORDERS-GENERATED TO SG-TOT-COUNT
007880         WRITE SOGRPT-RECORD FROM SG-RPT-TOTAL
007890         MOVE "ORDERS NOT DUE" TO SG-TOT-LABEL
007900         MOVE SG-ORDERS-NOT-DUE TO SG-TOT-COUNT
007910         WRITE SOGRPT-RECORD FROM SG-RPT-TOTAL
007920         MOVE "ORDERS ALREADY GENERATED" TO SG-TOT-LABEL
007930         MOVE SG-ORDERS-ALREADY-DONE TO SG-TOT-COUNT
007940         WRITE SOGRPT-RECORD FROM SG-RPT-TOTAL
007950         MOVE "CARDS WRITTEN TO TRANFILE" TO SG-TOT-LABEL
007960         MOVE SG-CARDS-WRITTEN TO SG-TOT-COUNT
007970         WRITE SOGRPT-RECORD FROM SG-RPT-TOTAL
007980         MOVE SG-HASH-TOTAL TO SG-TOT-HASH
007990         WRITE SOGRPT-RECORD FROM SG-RPT-HASH
008000         CLOSE SOGRPT-FILE
008010     END-IF.
008020     IF SG-TRAN-OPEN
008030         CLOSE TRANFILE-FILE
008040     END-IF.
008050     IF SG-MAST-OPEN
008060         CLOSE SOMAST-FILE
008070     END-IF.
008080     MOVE SG-OVERALL-RC TO RETURN-CODE.
008090 9000-EXIT.
008100     EXIT.
008110
008120 END PROGRAM SOGEN.
