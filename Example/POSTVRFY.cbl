000010*================================================================
000020* PROGRAM-ID    :  POSTVRFY
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  POSTING REGRESSION CHECK.  AFTER COBINITJ HAS
000090*                  RUN COBOLPROD IN TEST MODE OVER THE CANNED
000100*                  DECK (INTERRUPTED ONCE AND RESUMED), THIS
000110*                  PROGRAM COMPARES WHAT THE RUNS LEFT BEHIND -
000120*                  THE TEST ACCTMAST BALANCES, THE SUSPENSE ITEMS
000130*                  AND THEIR REJECT REASONS, AND THE JOURNAL
000140*                  ENTRIES - AGAINST THE EXPECTED-RESULTS FILE
000150*                  (POSTEXP).  EVERY COMPARED ITEM IS WRITTEN TO
000160*                  TESTLOG AS ITS OWN PASS/FAIL ROW UNDER THE
000170*                  TEST ID POSTEXP GIVES IT, SO TESTRPT AND
000180*                  TESTINQ TRACK POSTING BEHAVIOUR THE WAY THEY
000190*                  TRACK THE CALLABLE PROGRAMS.  RETURN-CODE 0
000200*                  MEANS EVERY ITEM MATCHED, 4 MEANS A MISMATCH,
000210*                  8 MEANS A RESULT FILE COULD NOT BE READ OR AN
000220*                  EXPECTED ROW IS UNUSABLE.  ANY OF THEM KEEPS
000230*                  THE REAL POSTING STEP FROM RUNNING.
000240*
000250* MODIFICATION HISTORY
000260* ---------------------------------------------------------------
000270* DATE       INIT  DESCRIPTION
000280* ---------------------------------------------------------------
000290* 2026-10-15 IKS   ORIGINAL PROGRAM.
000300*================================================================
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. POSTVRFY.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PARM-FILE ASSIGN TO SYSIN
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS PF-FILE-STATUS.
000400
000410     SELECT POSTEXP-FILE ASSIGN TO POSTEXP
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS PV-EXP-STATUS.
000440
000450     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS AM-ACCOUNT-ID
000490         FILE STATUS IS PV-MAST-STATUS.
000500
000510     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS PV-SUSP-STATUS.
000540
000550     SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS PV-JRNL-STATUS.
000580
000590     SELECT POSTRPT-FILE ASSIGN TO POSTRPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS PV-RPT-STATUS.
000620
000630     SELECT TESTLOG-FILE ASSIGN TO TESTLOG
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS TL-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PARM-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  PARM-RECORD.
000720     05  PARM-OPERATOR-ID            PIC X(16).
000730
000740*----------------------------------------------------------
000750* POSTEXP-FILE - ONE 80-BYTE ROW PER ITEM TO COMPARE, HAND-
000760* MAINTAINED BESIDE THE CANNED DECK.  COLS 1-16 THE TEST ID
000770* LOGGED FOR THE ITEM, COL 17 THE ITEM TYPE:
000780*   "B"  BALANCE - ACCOUNT COLS 18-27; BALANCE 42-52 WITH
000790*        "-" IN COL 53 WHEN NEGATIVE.
000800*   "S"  SUSPENSE ITEM, IN THE ORDER THE RUNS SUSPENDED
000810*        THEM - ACCOUNT 18-27, C/D CODE 28, AMOUNT 29-37,
000820*        BATCH BRANCH 38-41, REJECT REASON 42-71.
000830*   "J"  JOURNAL ENTRY, IN THE ORDER THE RUNS POSTED THEM -
000840*        ACCOUNT, CODE, AMOUNT AND BRANCH AS FOR "S", AND
000850*        THE RESULTING BALANCE AS FOR "B".
000860* THE RUN-DEPENDENT PARTS OF A JOURNAL ENTRY (RUN DATE,
000870* POSTING REFERENCE) ARE NOT COMPARED.
000880*----------------------------------------------------------
000890 FD  POSTEXP-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 80 CHARACTERS.
000920 01  POSTEXP-RECORD.
000930     05  PX-TEST-ID                  PIC X(16).
000940     05  PX-ITEM-TYPE                PIC X(01).
000950         88  PX-BALANCE-ITEM                VALUE "B".
000960         88  PX-SUSPENSE-ITEM               VALUE "S".
000970         88  PX-JOURNAL-ITEM                VALUE "J".
000980     05  PX-ACCOUNT-ID               PIC X(10).
000990     05  PX-TRAN-CODE                PIC X(01).
001000     05  PX-AMOUNT                   PIC 9(07)V99.
001010     05  PX-AMOUNT-X REDEFINES PX-AMOUNT
001020                                     PIC X(09).
001030     05  PX-BRANCH-ID                PIC X(04).
001040     05  PX-RESULT-DATA              PIC X(39).
001050     05  PX-BALANCE-DATA REDEFINES PX-RESULT-DATA.
001060         10  PX-BALANCE              PIC 9(09)V99.
001070         10  PX-BALANCE-SIGN         PIC X(01).
001080             88  PX-BALANCE-NEGATIVE        VALUE "-".
001090             88  PX-BALANCE-SIGN-VALID      VALUES "-", " ".
001100         10  FILLER                  PIC X(27).
001110     05  PX-REASON-DATA REDEFINES PX-RESULT-DATA.
001120         10  PX-REASON               PIC X(30).
001130         10  FILLER                  PIC X(09).
001140
001150 FD  ACCTMAST-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 60 CHARACTERS.
001180     COPY ACCTMAST.
001190
001200*----------------------------------------------------------
001210* SUSPENSE-FILE - THE CARD IMAGES COBOLPROD SUSPENDED, WITH
001220* THE BATCH BRANCH IN COLS 69-72.
001230*----------------------------------------------------------
001240 FD  SUSPENSE-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 80 CHARACTERS.
001270 01  SUSP-RECORD.
001280     05  SU-RECORD-TYPE              PIC X(01).
001290     05  SU-ACCOUNT-ID               PIC X(10).
001300     05  SU-TRAN-CODE                PIC X(01).
001310     05  SU-AMOUNT                   PIC X(09).
001320     05  FILLER                      PIC X(47).
001330     05  SU-ORIG-BRANCH-ID           PIC X(04).
001340     05  FILLER                      PIC X(08).
001350
001360 FD  PSTJRNL-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 120 CHARACTERS.
001390     COPY PSTJRNL.
001400
001410*----------------------------------------------------------
001420* POSTRPT-FILE - THE TEST RUNS' POSTING REPORTS, IN RUN
001430* ORDER.  COBOLPROD PRINTS A "REJECTED" LINE FOR EVERY CARD
001440* IT SUSPENDS (PR-RPT-REJECT-LINE), WITH THE REASON THE
001450* SUSPENSE RECORD ITSELF DOES NOT CARRY; EVERY OTHER LINE
001460* IS PASSED OVER.
001470*----------------------------------------------------------
001480 FD  POSTRPT-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 132 CHARACTERS.
001510 01  POSTRPT-RECORD.
001520     05  RJ-LINE-TAG                 PIC X(10).
001530         88  RJ-REJECT-LINE                 VALUE "REJECTED  ".
001540     05  RJ-ACCOUNT-ID               PIC X(10).
001550     05  FILLER                      PIC X(02).
001560     05  RJ-TRAN-CODE                PIC X(01).
001570     05  FILLER                      PIC X(02).
001580     05  RJ-AMOUNT                   PIC X(09).
001590     05  FILLER                      PIC X(03).
001600     05  RJ-REASON                   PIC X(30).
001610     05  FILLER                      PIC X(65).
001620
001630 FD  TESTLOG-FILE
001640     LABEL RECORDS ARE STANDARD
001650     RECORD CONTAINS 100 CHARACTERS.
001660     COPY TESTLOG.
001670
001680 WORKING-STORAGE SECTION.
001690 01  OPERATOR-ID                     PIC X(16) VALUE "OPER001".
001700     COPY BOOK.
001710
001720 77  PF-FILE-STATUS                  PIC X(02) VALUE SPACES.
001730 77  PF-EOF-SWITCH                   PIC X(01) VALUE "N".
001740     88  PF-END-OF-FILE                     VALUE "Y".
001750 77  TL-FILE-STATUS                  PIC X(02) VALUE SPACES.
001760 77  PV-EXP-STATUS                   PIC X(02) VALUE SPACES.
001770 77  PV-MAST-STATUS                  PIC X(02) VALUE SPACES.
001780 77  PV-SUSP-STATUS                  PIC X(02) VALUE SPACES.
001790 77  PV-JRNL-STATUS                  PIC X(02) VALUE SPACES.
001800 77  PV-RPT-STATUS                   PIC X(02) VALUE SPACES.
001810 77  PV-EXP-EOF-SWITCH               PIC X(01) VALUE "N".
001820     88  PV-EXP-END-OF-FILE                 VALUE "Y".
001830 77  PV-SUSP-EOF-SWITCH              PIC X(01) VALUE "N".
001840     88  PV-SUSP-END-OF-FILE                VALUE "Y".
001850 77  PV-JRNL-EOF-SWITCH              PIC X(01) VALUE "N".
001860     88  PV-JRNL-END-OF-FILE                VALUE "Y".
001870 77  PV-RPT-EOF-SWITCH               PIC X(01) VALUE "N".
001880     88  PV-RPT-END-OF-FILE                 VALUE "Y".
001890 77  PV-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001900
001910*----------------------------------------------------------
001920* A RESULT FILE THAT WILL NOT OPEN IS NOT A REASON TO STOP
001930* - EVERY ITEM THAT NEEDED IT IS LOGGED "ABND" WITH THE
001940* OPEN STATUS, SO THE TREND REPORT SHOWS WHAT WAS NOT
001950* CHECKED.
001960*----------------------------------------------------------
001970 77  PV-MAST-OPEN-SWITCH             PIC X(01) VALUE "N".
001980     88  PV-MAST-OPEN                       VALUE "Y".
001990 77  PV-SUSP-OPEN-SWITCH             PIC X(01) VALUE "N".
002000     88  PV-SUSP-OPEN                       VALUE "Y".
002010 77  PV-JRNL-OPEN-SWITCH             PIC X(01) VALUE "N".
002020     88  PV-JRNL-OPEN                       VALUE "Y".
002030 77  PV-RPT-OPEN-SWITCH              PIC X(01) VALUE "N".
002040     88  PV-RPT-OPEN                        VALUE "Y".
002050
002060 77  PV-ROWS-READ                    PIC 9(05) COMP VALUE ZERO.
002070 77  PV-ROWS-UNUSABLE                PIC 9(05) COMP VALUE ZERO.
002080 77  PV-ITEMS-PASSED                 PIC 9(05) COMP VALUE ZERO.
002090 77  PV-ITEMS-FAILED                 PIC 9(05) COMP VALUE ZERO.
002100 77  PV-ITEMS-ABENDED                PIC 9(05) COMP VALUE ZERO.
002110 77  PV-SUSP-EXPECTED                PIC 9(05) COMP VALUE ZERO.
002120 77  PV-SUSP-ACTUAL                  PIC 9(05) COMP VALUE ZERO.
002130 77  PV-JRNL-EXPECTED                PIC 9(05) COMP VALUE ZERO.
002140 77  PV-JRNL-ACTUAL                  PIC 9(05) COMP VALUE ZERO.
002150
002160 77  PV-EXP-BALANCE                  PIC S9(09)V99 VALUE ZERO.
002170 77  PV-EDIT-BALANCE                 PIC -(10)9.99.
002180 77  PV-EDIT-COUNT                   PIC Z(06)9.
002190 77  PV-REJECT-FOUND-SWITCH          PIC X(01) VALUE "N".
002200     88  PV-REJECT-FOUND                    VALUE "Y".
002210
002220*----------------------------------------------------------
002230* THE ITEM BEING LOGGED.  EXPECTED AND ACTUAL ARE 16-BYTE
002240* SUMMARIES (THE TESTLOG COLUMNS) - A BALANCE, A REASON, OR
002250* THE ACCOUNT AND CODE OF AN ITEM THAT DOES NOT LINE UP.
002260*----------------------------------------------------------
002270 01  PV-ITEM.
002280     05  PV-ITEM-TEST-ID             PIC X(16).
002290     05  PV-ITEM-EXPECTED            PIC X(16).
002300     05  PV-ITEM-ACTUAL              PIC X(16).
002310     05  PV-ITEM-RESULT              PIC X(04).
002320 01  PV-ITEM-KEY.
002330     05  PV-KEY-ACCOUNT-ID           PIC X(10).
002340     05  FILLER                      PIC X(01) VALUE SPACE.
002350     05  PV-KEY-TRAN-CODE            PIC X(01).
002360     05  FILLER                      PIC X(04) VALUE SPACES.
002370
002380 PROCEDURE DIVISION.
002390*----------------------------------------------------------
002400* 0000-MAINLINE
002410*----------------------------------------------------------
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002440     IF PV-OVERALL-RC NOT = ZERO
002450         GO TO 0000-WRAP-UP
002460     END-IF.
002470     PERFORM 2000-COMPARE-ITEM THRU 2000-EXIT
002480         UNTIL PV-EXP-END-OF-FILE.
002490     PERFORM 6000-COMPARE-COUNTS THRU 6000-EXIT.
002500 0000-WRAP-UP.
002510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002520 0000-EXIT.
002530     STOP RUN.
002540
002550*----------------------------------------------------------
002560* 1000-INITIALIZE
002570* TESTLOG AND POSTEXP ARE REQUIRED - WITHOUT THEM THERE IS
002580* NOTHING TO COMPARE OR NOWHERE TO SAY SO.  THE RESULT FILES
002590* ARE OPENED IN 1200.
002600*----------------------------------------------------------
002610 1000-INITIALIZE.
002620     PERFORM 1100-READ-OPERATOR-PARM THRU 1100-EXIT.
002630     ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD.
002640     ACCEPT CH-RUN-TIME FROM TIME.
002650     MOVE "COBINITJ" TO CH-JOB-ID.
002660     MOVE OPERATOR-ID TO CH-REQUESTING-OPERATOR.
002670     OPEN EXTEND TESTLOG-FILE.
002680     IF TL-FILE-STATUS NOT = "00"
002690         OPEN OUTPUT TESTLOG-FILE
002700         IF TL-FILE-STATUS NOT = "00"
002710             DISPLAY "POSTVRFY - UNABLE TO OPEN TESTLOG - "
002720                 "STATUS " TL-FILE-STATUS
002730             MOVE 8 TO PV-OVERALL-RC
002740             GO TO 1000-EXIT
002750         END-IF
002760     END-IF.
002770     OPEN INPUT POSTEXP-FILE.
002780     IF PV-EXP-STATUS NOT = "00"
002790         DISPLAY "POSTVRFY - UNABLE TO OPEN POSTEXP - STATUS "
002800             PV-EXP-STATUS
002810         MOVE 8 TO PV-OVERALL-RC
002820         GO TO 1000-EXIT
002830     END-IF.
002840     PERFORM 1200-OPEN-RESULT-FILES THRU 1200-EXIT.
002850     PERFORM 2500-READ-POSTEXP THRU 2500-EXIT.
002860     IF PV-EXP-END-OF-FILE
002870         DISPLAY "POSTVRFY - POSTEXP IS EMPTY - NOTHING COMPARED"
002880         MOVE 8 TO PV-OVERALL-RC
002890     END-IF.
002900 1000-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------
002940* 1100-READ-OPERATOR-PARM
002950* OPTIONAL SYSIN CARD CARRYING THE SUBMITTING OPERATOR'S ID
002960* FOR THE TESTLOG ROWS.  NO CARD KEEPS THE DEFAULT.
002970*----------------------------------------------------------
002980 1100-READ-OPERATOR-PARM.
002990     OPEN INPUT PARM-FILE.
003000     IF PF-FILE-STATUS = "00"
003010         READ PARM-FILE
003020             AT END SET PF-END-OF-FILE TO TRUE
003030         END-READ
003040         IF NOT PF-END-OF-FILE AND PARM-OPERATOR-ID NOT = SPACES
003050             MOVE PARM-OPERATOR-ID TO OPERATOR-ID
003060         END-IF
003070         CLOSE PARM-FILE
003080     END-IF.
003090 1100-EXIT.
003100     EXIT.
003110
003120*----------------------------------------------------------
003130* 1200-OPEN-RESULT-FILES
003140*----------------------------------------------------------
003150 1200-OPEN-RESULT-FILES.
003160     OPEN INPUT ACCTMAST-FILE.
003170     IF PV-MAST-STATUS = "00"
003180         SET PV-MAST-OPEN TO TRUE
003190     ELSE
003200         DISPLAY "POSTVRFY - UNABLE TO OPEN ACCTMAST - STATUS "
003210             PV-MAST-STATUS
003220     END-IF.
003230     OPEN INPUT SUSPENSE-FILE.
003240     IF PV-SUSP-STATUS = "00"
003250         SET PV-SUSP-OPEN TO TRUE
003260     ELSE
003270         DISPLAY "POSTVRFY - UNABLE TO OPEN SUSPENSE - STATUS "
003280             PV-SUSP-STATUS
003290         SET PV-SUSP-END-OF-FILE TO TRUE
003300     END-IF.
003310     OPEN INPUT PSTJRNL-FILE.
003320     IF PV-JRNL-STATUS = "00"
003330         SET PV-JRNL-OPEN TO TRUE
003340     ELSE
003350         DISPLAY "POSTVRFY - UNABLE TO OPEN PSTJRNL - STATUS "
003360             PV-JRNL-STATUS
003370         SET PV-JRNL-END-OF-FILE TO TRUE
003380     END-IF.
003390     OPEN INPUT POSTRPT-FILE.
003400     IF PV-RPT-STATUS = "00"
003410         SET PV-RPT-OPEN TO TRUE
003420     ELSE
003430         DISPLAY "POSTVRFY - UNABLE TO OPEN POSTRPT - STATUS "
003440             PV-RPT-STATUS
003450         SET PV-RPT-END-OF-FILE TO TRUE
003460     END-IF.
003470 1200-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------
003510* 2000-COMPARE-ITEM
003520* AN EXPECTED ROW WITH NO TEST ID OR AN UNKNOWN TYPE CANNOT
003530* BE LOGGED AGAINST ANYTHING - IT IS REPORTED AND THE RUN
003540* ENDS RC 8.
003550*----------------------------------------------------------
003560 2000-COMPARE-ITEM.
003570     ADD 1 TO PV-ROWS-READ.
003580     IF PX-TEST-ID = SPACES
003590         DISPLAY "POSTVRFY - POSTEXP ROW " PV-ROWS-READ
003600             " HAS NO TEST ID - SKIPPED"
003610         PERFORM 2900-NOTE-UNUSABLE-ROW THRU 2900-EXIT
003620         GO TO 2000-NEXT
003630     END-IF.
003640     MOVE SPACES TO PV-ITEM.
003650     MOVE PX-TEST-ID TO PV-ITEM-TEST-ID.
003660     IF PX-BALANCE-ITEM
003670         PERFORM 3000-COMPARE-BALANCE THRU 3000-EXIT
003680     ELSE IF PX-SUSPENSE-ITEM
003690         ADD 1 TO PV-SUSP-EXPECTED
003700         PERFORM 4000-COMPARE-SUSPENSE THRU 4000-EXIT
003710     ELSE IF PX-JOURNAL-ITEM
003720         ADD 1 TO PV-JRNL-EXPECTED
003730         PERFORM 5000-COMPARE-JOURNAL THRU 5000-EXIT
003740     ELSE
003750         DISPLAY "POSTVRFY - POSTEXP ROW " PV-ROWS-READ " ("
003760             PX-TEST-ID ") TYPE NOT B, S OR J - SKIPPED"
003770         PERFORM 2900-NOTE-UNUSABLE-ROW THRU 2900-EXIT
003780         GO TO 2000-NEXT
003790     END-IF.
003800     IF PV-ITEM-RESULT NOT = SPACES
003810         PERFORM 8000-WRITE-TESTLOG-RECORD THRU 8000-EXIT
003820     END-IF.
003830 2000-NEXT.
003840     PERFORM 2500-READ-POSTEXP THRU 2500-EXIT.
003850 2000-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------
003890* 2500-READ-POSTEXP
003900*----------------------------------------------------------
003910 2500-READ-POSTEXP.
003920     READ POSTEXP-FILE
003930         AT END
003940             SET PV-EXP-END-OF-FILE TO TRUE
003950     END-READ.
003960 2500-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------
004000* 2900-NOTE-UNUSABLE-ROW
004010*----------------------------------------------------------
004020 2900-NOTE-UNUSABLE-ROW.
004030     ADD 1 TO PV-ROWS-UNUSABLE.
004040     MOVE 8 TO PV-OVERALL-RC.
004050 2900-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------
004090* 3000-COMPARE-BALANCE
004100*----------------------------------------------------------
004110 3000-COMPARE-BALANCE.
004120     IF PX-BALANCE IS NOT NUMERIC
004130             OR NOT PX-BALANCE-SIGN-VALID
004140         DISPLAY "POSTVRFY - " PX-TEST-ID
004150             " EXPECTED BALANCE NOT NUMERIC - SKIPPED"
004160         PERFORM 2900-NOTE-UNUSABLE-ROW THRU 2900-EXIT
004170         GO TO 3000-EXIT
004180     END-IF.
004190     PERFORM 3500-EXPECTED-BALANCE THRU 3500-EXIT.
004200     IF NOT PV-MAST-OPEN
004210         MOVE "ABND" TO PV-ITEM-RESULT
004220         MOVE "ACCTMAST STATUS" TO PV-ITEM-ACTUAL
004230         MOVE PV-MAST-STATUS TO PV-ITEM-ACTUAL (15:2)
004240         GO TO 3000-EXIT
004250     END-IF.
004260     MOVE PX-ACCOUNT-ID TO AM-ACCOUNT-ID.
004270     READ ACCTMAST-FILE
004280         INVALID KEY
004290             MOVE "FAIL" TO PV-ITEM-RESULT
004300             MOVE "NOT ON MASTER" TO PV-ITEM-ACTUAL
004310     END-READ.
004320     IF PV-ITEM-RESULT NOT = SPACES
004330         GO TO 3000-EXIT
004340     END-IF.
004350     MOVE AM-BALANCE TO PV-EDIT-BALANCE.
004360     MOVE PV-EDIT-BALANCE TO PV-ITEM-ACTUAL.
004370     IF AM-BALANCE = PV-EXP-BALANCE
004380         MOVE "PASS" TO PV-ITEM-RESULT
004390     ELSE
004400         MOVE "FAIL" TO PV-ITEM-RESULT
004410     END-IF.
004420 3000-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------
004460* 3500-EXPECTED-BALANCE
004470* SIGNS THE EXPECTED BALANCE AND MAKES IT THE ITEM'S
004480* EXPECTED SUMMARY.
004490*----------------------------------------------------------
004500 3500-EXPECTED-BALANCE.
004510     IF PX-BALANCE-NEGATIVE
004520         COMPUTE PV-EXP-BALANCE = ZERO - PX-BALANCE
004530     ELSE
004540         MOVE PX-BALANCE TO PV-EXP-BALANCE
004550     END-IF.
004560     MOVE PV-EXP-BALANCE TO PV-EDIT-BALANCE.
004570     MOVE PV-EDIT-BALANCE TO PV-ITEM-EXPECTED.
004580 3500-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------
004620* 4000-COMPARE-SUSPENSE
004630* THE NEXT SUSPENSE ITEM MUST BE THE EXPECTED CARD - SAME
004640* ACCOUNT, CODE, AMOUNT AND BATCH BRANCH - AND THE NEXT
004650* "REJECTED" LINE OF THE REPORTS MUST NAME THE SAME CARD
004660* WITH THE EXPECTED REASON.
004670*----------------------------------------------------------
004680 4000-COMPARE-SUSPENSE.
004690     MOVE PX-REASON TO PV-ITEM-EXPECTED.
004700     IF NOT PV-SUSP-OPEN
004710         MOVE "ABND" TO PV-ITEM-RESULT
004720         MOVE "SUSPENSE STATUS" TO PV-ITEM-ACTUAL
004730         MOVE PV-SUSP-STATUS TO PV-ITEM-ACTUAL (15:2)
004740         GO TO 4000-EXIT
004750     END-IF.
004760     IF NOT PV-RPT-OPEN
004770         MOVE "ABND" TO PV-ITEM-RESULT
004780         MOVE "POSTRPT STATUS" TO PV-ITEM-ACTUAL
004790         MOVE PV-RPT-STATUS TO PV-ITEM-ACTUAL (15:2)
004800         GO TO 4000-EXIT
004810     END-IF.
004820     PERFORM 4500-READ-SUSPENSE THRU 4500-EXIT.
004830     IF PV-SUSP-END-OF-FILE
004840         MOVE "FAIL" TO PV-ITEM-RESULT
004850         MOVE "MISSING" TO PV-ITEM-ACTUAL
004860         GO TO 4000-EXIT
004870     END-IF.
004880     IF SU-ACCOUNT-ID NOT = PX-ACCOUNT-ID
004890             OR SU-TRAN-CODE NOT = PX-TRAN-CODE
004900             OR SU-AMOUNT NOT = PX-AMOUNT-X
004910             OR SU-ORIG-BRANCH-ID NOT = PX-BRANCH-ID
004920         MOVE "FAIL" TO PV-ITEM-RESULT
004930         MOVE SU-ACCOUNT-ID TO PV-KEY-ACCOUNT-ID
004940         MOVE SU-TRAN-CODE TO PV-KEY-TRAN-CODE
004950         MOVE PV-ITEM-KEY TO PV-ITEM-ACTUAL
004960         DISPLAY "POSTVRFY - " PX-TEST-ID " SUSPENSE ITEM "
004970             SU-ACCOUNT-ID " " SU-TRAN-CODE " " SU-AMOUNT " "
004980             SU-ORIG-BRANCH-ID " - EXPECTED " PX-ACCOUNT-ID " "
004990             PX-TRAN-CODE " " PX-AMOUNT-X " " PX-BRANCH-ID
005000         GO TO 4000-EXIT
005010     END-IF.
005020     PERFORM 4600-FIND-REJECT-LINE THRU 4600-EXIT.
005030     IF NOT PV-REJECT-FOUND
005040         MOVE "FAIL" TO PV-ITEM-RESULT
005050         MOVE "NO REJECT LINE" TO PV-ITEM-ACTUAL
005060         GO TO 4000-EXIT
005070     END-IF.
005080     IF RJ-ACCOUNT-ID NOT = PX-ACCOUNT-ID
005090             OR RJ-TRAN-CODE NOT = PX-TRAN-CODE
005100             OR RJ-AMOUNT NOT = PX-AMOUNT-X
005110         MOVE "FAIL" TO PV-ITEM-RESULT
005120         MOVE RJ-ACCOUNT-ID TO PV-KEY-ACCOUNT-ID
005130         MOVE RJ-TRAN-CODE TO PV-KEY-TRAN-CODE
005140         MOVE PV-ITEM-KEY TO PV-ITEM-ACTUAL
005150         DISPLAY "POSTVRFY - " PX-TEST-ID " REJECT LINE "
005160             RJ-ACCOUNT-ID " " RJ-TRAN-CODE " " RJ-AMOUNT
005170             " OUT OF STEP WITH SUSPENSE"
005180         GO TO 4000-EXIT
005190     END-IF.
005200     MOVE RJ-REASON TO PV-ITEM-ACTUAL.
005210     IF RJ-REASON = PX-REASON
005220         MOVE "PASS" TO PV-ITEM-RESULT
005230     ELSE
005240         MOVE "FAIL" TO PV-ITEM-RESULT
005250         DISPLAY "POSTVRFY - " PX-TEST-ID " REASON " RJ-REASON
005260             " - EXPECTED " PX-REASON
005270     END-IF.
005280 4000-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------
005320* 4500-READ-SUSPENSE
005330*----------------------------------------------------------
005340 4500-READ-SUSPENSE.
005350     IF PV-SUSP-END-OF-FILE
005360         GO TO 4500-EXIT
005370     END-IF.
005380     READ SUSPENSE-FILE
005390         AT END
005400             SET PV-SUSP-END-OF-FILE TO TRUE
005410     END-READ.
005420     IF NOT PV-SUSP-END-OF-FILE
005430         ADD 1 TO PV-SUSP-ACTUAL
005440     END-IF.
005450 4500-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------
005490* 4600-FIND-REJECT-LINE
005500* READS THE REPORTS FORWARD TO THE NEXT "REJECTED" LINE.
005510*----------------------------------------------------------
005520 4600-FIND-REJECT-LINE.
005530     MOVE "N" TO PV-REJECT-FOUND-SWITCH.
005540     PERFORM 4650-READ-POSTRPT THRU 4650-EXIT
005550         UNTIL PV-RPT-END-OF-FILE OR PV-REJECT-FOUND.
005560 4600-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------
005600* 4650-READ-POSTRPT
005610*----------------------------------------------------------
005620 4650-READ-POSTRPT.
005630     READ POSTRPT-FILE
005640         AT END
005650             SET PV-RPT-END-OF-FILE TO TRUE
005660     END-READ.
005670     IF NOT PV-RPT-END-OF-FILE AND RJ-REJECT-LINE
005680         SET PV-REJECT-FOUND TO TRUE
005690     END-IF.
005700 4650-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------
005740* 5000-COMPARE-JOURNAL
005750* THE NEXT JOURNAL ENTRY MUST POST THE EXPECTED AMOUNT TO
005760* THE EXPECTED ACCOUNT ON THE EXPECTED SIDE FOR THE
005770* EXPECTED BRANCH, AND LEAVE THE EXPECTED BALANCE.
005780*----------------------------------------------------------
005790 5000-COMPARE-JOURNAL.
005800     IF PX-AMOUNT IS NOT NUMERIC
005810             OR PX-BALANCE IS NOT NUMERIC
005820             OR NOT PX-BALANCE-SIGN-VALID
005830         DISPLAY "POSTVRFY - " PX-TEST-ID
005840             " EXPECTED AMOUNT OR BALANCE NOT NUMERIC - SKIPPED"
005850         PERFORM 2900-NOTE-UNUSABLE-ROW THRU 2900-EXIT
005860         GO TO 5000-EXIT
005870     END-IF.
005880     PERFORM 3500-EXPECTED-BALANCE THRU 3500-EXIT.
005890     IF NOT PV-JRNL-OPEN
005900         MOVE "ABND" TO PV-ITEM-RESULT
005910         MOVE "PSTJRNL STATUS" TO PV-ITEM-ACTUAL
005920         MOVE PV-JRNL-STATUS TO PV-ITEM-ACTUAL (15:2)
005930         GO TO 5000-EXIT
005940     END-IF.
005950     PERFORM 5500-READ-JOURNAL THRU 5500-EXIT.
005960     IF PV-JRNL-END-OF-FILE
005970         MOVE "FAIL" TO PV-ITEM-RESULT
005980         MOVE "MISSING" TO PV-ITEM-ACTUAL
005990         GO TO 5000-EXIT
006000     END-IF.
006010     IF PJ-ACCOUNT-ID NOT = PX-ACCOUNT-ID
006020             OR PJ-TRAN-CODE NOT = PX-TRAN-CODE
006030             OR PJ-AMOUNT NOT = PX-AMOUNT
006040             OR PJ-BRANCH-ID NOT = PX-BRANCH-ID
006050         MOVE "FAIL" TO PV-ITEM-RESULT
006060         MOVE PJ-ACCOUNT-ID TO PV-KEY-ACCOUNT-ID
006070         MOVE PJ-TRAN-CODE TO PV-KEY-TRAN-CODE
006080         MOVE PV-ITEM-KEY TO PV-ITEM-ACTUAL
006090         DISPLAY "POSTVRFY - " PX-TEST-ID " JOURNAL ENTRY "
006100             PJ-ACCOUNT-ID " " PJ-TRAN-CODE " " PJ-AMOUNT " "
006110             PJ-BRANCH-ID " - EXPECTED " PX-ACCOUNT-ID " "
006120             PX-TRAN-CODE " " PX-AMOUNT-X " " PX-BRANCH-ID
006130         GO TO 5000-EXIT
006140     END-IF.
006150     MOVE PJ-RESULT-BALANCE TO PV-EDIT-BALANCE.
006160     MOVE PV-EDIT-BALANCE TO PV-ITEM-ACTUAL.
006170     IF PJ-RESULT-BALANCE = PV-EXP-BALANCE
006180         MOVE "PASS" TO PV-ITEM-RESULT
006190     ELSE
006200         MOVE "FAIL" TO PV-ITEM-RESULT
006210     END-IF.
006220 5000-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------
006260* 5500-READ-JOURNAL
006270*----------------------------------------------------------
006280 5500-READ-JOURNAL.
006290     IF PV-JRNL-END-OF-FILE
006300         GO TO 5500-EXIT
006310     END-IF.
006320     READ PSTJRNL-FILE
006330         AT END
006340             SET PV-JRNL-END-OF-FILE TO TRUE
006350     END-READ.
006360     IF NOT PV-JRNL-END-OF-FILE
006370         ADD 1 TO PV-JRNL-ACTUAL
006380     END-IF.
006390 5500-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------
006430* 6000-COMPARE-COUNTS
006440* ONE MORE ROW EACH FOR SUSPENSE AND THE JOURNAL: THE
006450* NUMBER OF ITEMS THE RUNS ACTUALLY WROTE AGAINST THE
006460* NUMBER EXPECTED, SO AN EXTRA POSTING OR AN EXTRA REJECT -
006470* WHAT A BROKEN RESTART PRODUCES - FAILS TOO.
006480*----------------------------------------------------------
006490 6000-COMPARE-COUNTS.
006500     PERFORM 4500-READ-SUSPENSE THRU 4500-EXIT
006510         UNTIL PV-SUSP-END-OF-FILE.
006520     PERFORM 5500-READ-JOURNAL THRU 5500-EXIT
006530         UNTIL PV-JRNL-END-OF-FILE.
006540     MOVE SPACES TO PV-ITEM.
006550     MOVE "POST-SUSP-COUNT" TO PV-ITEM-TEST-ID.
006560     MOVE PV-SUSP-EXPECTED TO PV-EDIT-COUNT.
006570     MOVE PV-EDIT-COUNT TO PV-ITEM-EXPECTED.
006580     IF PV-SUSP-OPEN
006590         MOVE PV-SUSP-ACTUAL TO PV-EDIT-COUNT
006600         MOVE PV-EDIT-COUNT TO PV-ITEM-ACTUAL
006610         IF PV-SUSP-ACTUAL = PV-SUSP-EXPECTED
006620             MOVE "PASS" TO PV-ITEM-RESULT
006630         ELSE
006640             MOVE "FAIL" TO PV-ITEM-RESULT
006650         END-IF
006660     ELSE
006670         MOVE "ABND" TO PV-ITEM-RESULT
006680         MOVE "SUSPENSE STATUS" TO PV-ITEM-ACTUAL
006690         MOVE PV-SUSP-STATUS TO PV-ITEM-ACTUAL (15:2)
006700     END-IF.
006710     PERFORM 8000-WRITE-TESTLOG-RECORD THRU 8000-EXIT.
006720     MOVE SPACES TO PV-ITEM.
006730     MOVE "POST-JRNL-COUNT" TO PV-ITEM-TEST-ID.
006740     MOVE PV-JRNL-EXPECTED TO PV-EDIT-COUNT.
006750     MOVE PV-EDIT-COUNT TO PV-ITEM-EXPECTED.
006760     IF PV-JRNL-OPEN
006770         MOVE PV-JRNL-ACTUAL TO PV-EDIT-COUNT
006780         MOVE PV-EDIT-COUNT TO PV-ITEM-ACTUAL
006790         IF PV-JRNL-ACTUAL = PV-JRNL-EXPECTED
006800             MOVE "PASS" TO PV-ITEM-RESULT
006810         ELSE
006820             MOVE "FAIL" TO PV-ITEM-RESULT
006830         END-IF
006840     ELSE
006850         MOVE "ABND" TO PV-ITEM-RESULT
006860         MOVE "PSTJRNL STATUS" TO PV-ITEM-ACTUAL
006870         MOVE PV-JRNL-STATUS TO PV-ITEM-ACTUAL (15:2)
006880     END-IF.
006890     PERFORM 8000-WRITE-TESTLOG-RECORD THRU 8000-EXIT.
006900 6000-EXIT.
006910     EXIT.
006920
006930*----------------------------------------------------------
006940* 8000-WRITE-TESTLOG-RECORD
006950* LOGS THE ITEM AND FOLDS ITS RESULT INTO THE RUN'S RETURN
006960* CODE - 4 FOR A MISMATCH, 8 FOR AN ITEM THAT COULD NOT BE
006970* CHECKED.
006980*----------------------------------------------------------
006990 8000-WRITE-TESTLOG-RECORD.
007000     IF PV-ITEM-RESULT = "PASS"
007010         ADD 1 TO PV-ITEMS-PASSED
007020     ELSE IF PV-ITEM-RESULT = "FAIL"
007030         ADD 1 TO PV-ITEMS-FAILED
007040         DISPLAY "POSTVRFY - FAIL " PV-ITEM-TEST-ID
007050             " EXPECTED " PV-ITEM-EXPECTED
007060             " ACTUAL " PV-ITEM-ACTUAL
007070         IF PV-OVERALL-RC < 4
007080             MOVE 4 TO PV-OVERALL-RC
007090         END-IF
007100     ELSE
007110         ADD 1 TO PV-ITEMS-ABENDED
007120         DISPLAY "POSTVRFY - ABND " PV-ITEM-TEST-ID
007130             " " PV-ITEM-ACTUAL
007140         MOVE 8 TO PV-OVERALL-RC
007150     END-IF.
007160     MOVE SPACES TO TESTLOG-RECORD.
007170     MOVE PV-ITEM-TEST-ID TO TL-TEST-ID.
007180     MOVE PV-ITEM-EXPECTED TO TL-EXPECTED-VALUE.
007190     MOVE PV-ITEM-ACTUAL TO TL-ACTUAL-VALUE.
007200     MOVE PV-ITEM-RESULT TO TL-PASS-FAIL.
007210     MOVE CH-RUN-DATE TO TL-RUN-TIMESTAMP (1:8).
007220     MOVE CH-RUN-TIME TO TL-RUN-TIMESTAMP (9:8).
007230     MOVE CH-JOB-ID TO TL-JOB-ID.
007240     MOVE CH-REQUESTING-OPERATOR TO TL-OPERATOR-ID.
007250     WRITE TESTLOG-RECORD.
007260     IF TL-FILE-STATUS NOT = "00"
007270         DISPLAY "POSTVRFY - TESTLOG WRITE FAILED - STATUS "
007280             TL-FILE-STATUS
007290         MOVE 8 TO PV-OVERALL-RC
007300     END-IF.
007310 8000-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------
007350* 9000-TERMINATE
007360*----------------------------------------------------------
007370 9000-TERMINATE.
007380     DISPLAY "POSTVRFY - EXPECTED ROWS READ " PV-ROWS-READ.
007390     DISPLAY "POSTVRFY - ROWS UNUSABLE      " PV-ROWS-UNUSABLE.
007400     DISPLAY "POSTVRFY - ITEMS PASSED       " PV-ITEMS-PASSED.
007410     DISPLAY "POSTVRFY - ITEMS FAILED       " PV-ITEMS-FAILED.
007420     DISPLAY "POSTVRFY - ITEMS NOT CHECKED  " PV-ITEMS-ABENDED.
007430     IF PV-OVERALL-RC = ZERO
007440         DISPLAY "POSTVRFY - POSTING REGRESSION PASSED"
007450     ELSE
007460         DISPLAY "POSTVRFY - POSTING REGRESSION FAILED - RC "
007470             PV-OVERALL-RC
007480     END-IF.
007490     CLOSE TESTLOG-FILE.
007500     CLOSE POSTEXP-FILE.
007510     IF PV-MAST-OPEN
007520         CLOSE ACCTMAST-FILE
007530     END-IF.
007540     IF PV-SUSP-OPEN
007550         CLOSE SUSPENSE-FILE
007560     END-IF.
007570     IF PV-JRNL-OPEN
007580         CLOSE PSTJRNL-FILE
007590     END-IF.
007600     IF PV-RPT-OPEN
007610         CLOSE POSTRPT-FILE
007620     END-IF.
007630     MOVE PV-OVERALL-RC TO RETURN-CODE.
007640 9000-EXIT.
007650     EXIT.
007660
007670 END PROGRAM POSTVRFY.
