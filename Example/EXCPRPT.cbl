000010*================================================================
000020* PROGRAM-ID    :  EXCPRPT
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  LARGE-VALUE AND UNUSUAL-ACTIVITY EXCEPTION
000090*                  REPORT FOR COMPLIANCE REVIEW.  READS THE
000100*                  POSTING JOURNAL (PSTJRNL) FOR THE RUN DATES
000110*                  ON THE SYSIN CARD AND FLAGS -
000120*                    - ANY SINGLE POSTING ABOVE THE VALUE
000130*                      THRESHOLD;
000140*                    - ANY ACCOUNT WITH MORE THAN THE ALLOWED
000150*                      NUMBER OF DEBITS ON ONE RUN DATE;
000160*                    - ANY ACCOUNT WHOSE TOTAL MOVEMENT ON ONE
000170*                      RUN DATE EXCEEDS THE GIVEN MULTIPLE OF
000180*                      ITS OPENING BALANCE THAT DAY;
000190*                    - ANY DEBIT POSTED WITHIN THE GIVEN NUMBER
000200*                      OF DAYS OF THE ACCOUNT BEING OPENED OR
000210*                      REOPENED THROUGH ACCTMNT (ACCTHIST).
000220*                  EVERY TRIGGERING POSTING IS LISTED WITH ITS
000230*                  REFERENCE AND OPERATOR, FOLLOWED BY THE
000240*                  FLAGGED ACCOUNT-DAYS WITH THE ACCOUNT NAME
000250*                  FROM ACCTMAST.  ENDS RC 4 WHEN ANYTHING IS
000260*                  FLAGGED SO THE REVIEW CANNOT BE FILED
000270*                  UNREAD; RC 8 ON A CARD OR FILE ERROR OR A
000280*                  TABLE OVERFLOW.
000290*
000300* MODIFICATION HISTORY
000310* ---------------------------------------------------------------
000320* DATE       INIT  DESCRIPTION
000330* ---------------------------------------------------------------
000340* 2026-10-15 IKS   ORIGINAL PROGRAM.
000350*================================================================
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. EXCPRPT.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PARM-FILE ASSIGN TO SYSIN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS PF-FILE-STATUS.
000450
000460     SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS EX-JRNL-STATUS.
000490
000500     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS AM-ACCOUNT-ID
000540         FILE STATUS IS EX-MAST-STATUS.
000550
000560     SELECT ACCTHIST-FILE ASSIGN TO ACCTHIST
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS EX-HIST-STATUS.
000590
000600     SELECT EXCRPT-FILE ASSIGN TO EXCRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS EX-RPT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660*----------------------------------------------------------
000670* SYSIN CARD - EVERY THRESHOLD IS REQUIRED; A COMPLIANCE
000680* REVIEW MUST NEVER GUESS ITS OWN LIMITS.
000690*   COLS 01-08  FIRST RUN DATE REVIEWED (YYYYMMDD)
000700*   COLS 09-16  LAST RUN DATE REVIEWED (BLANK = FIRST)
000710*   COLS 17-27  LARGE-VALUE THRESHOLD, 9(09)V99
000720*   COLS 28-30  MOST DEBITS ALLOWED ON ONE DAY (001-999)
000730*   COLS 31-33  MOVEMENT MULTIPLE OF OPENING BALANCE
000740*               (001-999)
000750*   COLS 34-36  DAYS AFTER OPENING OR REOPENING IN WHICH
000760*               A DEBIT IS FLAGGED (000-999, 000 = SAME
000770*               DAY ONLY)
000780*----------------------------------------------------------
000790 FD  PARM-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  PARM-RECORD.
000820     05  PARM-FROM-DATE              PIC X(08).
000830     05  PARM-TO-DATE                PIC X(08).
000840     05  PARM-LARGE-VALUE            PIC X(11).
000850     05  PARM-MAX-DEBITS             PIC X(03).
000860     05  PARM-MOVEMENT-MULTIPLE      PIC X(03).
000870     05  PARM-NEW-ACCOUNT-DAYS       PIC X(03).
000880     05  FILLER                      PIC X(44).
000890
000900 FD  PSTJRNL-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 120 CHARACTERS.
000930     COPY PSTJRNL.
000940
000950 FD  ACCTMAST-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 60 CHARACTERS.
000980     COPY ACCTMAST.
000990
001000 FD  ACCTHIST-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 100 CHARACTERS.
001030     COPY ACCTHIST.
001040
001050 FD  EXCRPT-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 132 CHARACTERS.
001080 01  EXCRPT-RECORD                   PIC X(132).
001090
001100 WORKING-STORAGE SECTION.
001110 77  PF-FILE-STATUS                  PIC X(02) VALUE SPACES.
001120 77  PF-EOF-SWITCH                   PIC X(01) VALUE "N".
001130     88  PF-END-OF-FILE                      VALUE "Y".
001140 77  EX-JRNL-STATUS                  PIC X(02) VALUE SPACES.
001150 77  EX-MAST-STATUS                  PIC X(02) VALUE SPACES.
001160 77  EX-HIST-STATUS                  PIC X(02) VALUE SPACES.
001170 77  EX-RPT-STATUS                   PIC X(02) VALUE SPACES.
001180 77  EX-JRNL-EOF-SWITCH              PIC X(01) VALUE "N".
001190     88  EX-JRNL-END-OF-FILE                VALUE "Y".
001200 77  EX-HIST-EOF-SWITCH              PIC X(01) VALUE "N".
001210     88  EX-HIST-END-OF-FILE                VALUE "Y".
001220 77  EX-JRNL-OPEN-SWITCH             PIC X(01) VALUE "N".
001230     88  EX-JRNL-OPEN                       VALUE "Y".
001240 77  EX-MAST-OPEN-SWITCH             PIC X(01) VALUE "N".
001250     88  EX-MAST-OPEN                       VALUE "Y".
001260 77  EX-HIST-OPEN-SWITCH             PIC X(01) VALUE "N".
001270     88  EX-HIST-OPEN                       VALUE "Y".
001280 77  EX-ROW-SWITCH                   PIC X(01) VALUE "N".
001290     88  EX-ROW-IN-WINDOW                   VALUE "Y".
001300 77  EX-PASS-SWITCH                  PIC X(01) VALUE "1".
001310     88  EX-FIRST-PASS                      VALUE "1".
001320 77  EX-DATE-SWITCH                  PIC X(01) VALUE "N".
001330     88  EX-DATE-VALID                      VALUE "Y".
001340 77  EX-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001350
001360 77  EX-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001370 77  EX-FROM-DATE                    PIC 9(08) VALUE ZERO.
001380 77  EX-TO-DATE                      PIC 9(08) VALUE ZERO.
001390 77  EX-LARGE-VALUE                  PIC 9(09)V99 VALUE ZERO.
001400 77  EX-MAX-DEBITS                   PIC 9(03) VALUE ZERO.
001410 77  EX-MOVEMENT-MULTIPLE            PIC 9(03) VALUE ZERO.
001420 77  EX-NEW-ACCOUNT-DAYS             PIC 9(03) VALUE ZERO.
001430 77  EX-OPENING-KIND                 PIC X(08) VALUE SPACES.
001440 77  EX-EARLIEST-OPENING             PIC 9(08) COMP VALUE ZERO.
001450 77  EX-ROW-DAY-NUMBER               PIC 9(08) COMP VALUE ZERO.
001460 77  EX-DAYS-SINCE-OPENING           PIC 9(08) COMP VALUE ZERO.
001470 77  EX-OPENING-BALANCE              PIC S9(09)V99 COMP-3
001480                                     VALUE ZERO.
001490 77  EX-MOVEMENT-LIMIT               PIC S9(13)V99 COMP-3
001500                                     VALUE ZERO.
001510
001520 77  EX-JRNL-READ                    PIC 9(07) COMP VALUE ZERO.
001530 77  EX-JRNL-IN-WINDOW               PIC 9(07) COMP VALUE ZERO.
001540 77  EX-JRNL-BAD-ROWS                PIC 9(07) COMP VALUE ZERO.
001550 77  EX-HIST-READ                    PIC 9(07) COMP VALUE ZERO.
001560 77  EX-POSTINGS-LISTED              PIC 9(07) COMP VALUE ZERO.
001570 77  EX-LARGE-FLAGGED                PIC 9(07) COMP VALUE ZERO.
001580 77  EX-NEW-ACCT-FLAGGED             PIC 9(07) COMP VALUE ZERO.
001590 77  EX-DEBIT-DAYS-FLAGGED           PIC 9(07) COMP VALUE ZERO.
001600 77  EX-MOVEMENT-DAYS-FLAGGED        PIC 9(07) COMP VALUE ZERO.
001610
001620 77  EX-REASON-TEXT                  PIC X(47) VALUE SPACES.
001630 77  EX-REASON-POINTER               PIC 9(03) COMP VALUE 1.
001640
001650 01  EX-CHECK-DATE                   PIC 9(08) VALUE ZERO.
001660 01  EX-CHECK-DATE-R REDEFINES EX-CHECK-DATE.
001670     05  EX-CHECK-YEAR               PIC 9(04).
001680     05  EX-CHECK-MONTH              PIC 9(02).
001690     05  EX-CHECK-DAY                PIC 9(02).
001700
001710 77  EX-DAY-MAX                      PIC 9(04) COMP VALUE 5000.
001720 77  EX-DAY-COUNT                    PIC 9(04) COMP VALUE ZERO.
001730 77  EX-DAY-SUB                      PIC 9(04) COMP VALUE ZERO.
001740 77  EX-DAY-FOUND                    PIC 9(04) COMP VALUE ZERO.
001750
001760*----------------------------------------------------------
001770* ACCOUNT-DAY ACCUMULATOR - ONE ROW PER ACCOUNT PER RUN DATE
001780* IN THE REVIEW WINDOW.  THE OPENING BALANCE IS BACKED OUT OF
001790* THE FIRST POSTING OF THE DAY (ITS RESULT BALANCE LESS ITS
001800* OWN EFFECT); ENTRIES WITHOUT A RESULT BALANCE LEAVE IT
001810* UNKNOWN AND THE MOVEMENT TEST IS NOT MADE FOR THAT DAY.
001820*----------------------------------------------------------
001830 01  EX-DAY-TABLE.
001840     05  EX-DAY-ENTRY OCCURS 5000 TIMES.
001850         10  EX-AD-ACCOUNT-ID        PIC X(10).
001860         10  EX-AD-RUN-DATE          PIC 9(08).
001870         10  EX-AD-DEBITS            PIC 9(05) COMP.
001880         10  EX-AD-CREDITS           PIC 9(05) COMP.
001890         10  EX-AD-MOVEMENT          PIC S9(13)V99 COMP-3.
001900         10  EX-AD-OPENING-SWITCH    PIC X(01).
001910             88  EX-AD-OPENING-KNOWN        VALUE "Y".
001920         10  EX-AD-OPENING           PIC S9(09)V99 COMP-3.
001930         10  EX-AD-DEBITS-SWITCH     PIC X(01).
001940             88  EX-AD-TOO-MANY-DEBITS      VALUE "Y".
001950         10  EX-AD-MOVEMENT-SWITCH   PIC X(01).
001960             88  EX-AD-MOVEMENT-EXCEEDED    VALUE "Y".
001970
001980 77  EX-OPEN-MAX                     PIC 9(04) COMP VALUE 1000.
001990 77  EX-OPEN-COUNT                   PIC 9(04) COMP VALUE ZERO.
002000 77  EX-OPEN-SUB                     PIC 9(04) COMP VALUE ZERO.
002010 77  EX-OPEN-FOUND                   PIC 9(04) COMP VALUE ZERO.
002020
002030*----------------------------------------------------------
002040* OPENINGS - EVERY ACCTMNT ADD, AND EVERY CHANGE THAT TOOK
002050* A CLOSED ACCOUNT BACK TO OPEN, DATED CLOSE ENOUGH TO THE
002060* WINDOW TO MATTER.
002070*----------------------------------------------------------
002080 01  EX-OPEN-TABLE.
002090     05  EX-OPEN-ENTRY OCCURS 1000 TIMES.
002100         10  EX-OP-ACCOUNT-ID        PIC X(10).
002110         10  EX-OP-DATE              PIC 9(08).
002120         10  EX-OP-DAY-NUMBER        PIC 9(08) COMP.
002130         10  EX-OP-KIND              PIC X(08).
002140
002150 01  EX-RPT-HEADING-1.
002160     05  FILLER                      PIC X(37)
002170             VALUE "EXCPRPT COMPLIANCE EXCEPTION REPORT".
002180     05  FILLER                      PIC X(06) VALUE "DATE: ".
002190     05  EX-HDG-DATE                 PIC 9(08).
002200     05  FILLER                      PIC X(15)
002210             VALUE "  RUN DATES    ".
002220     05  EX-HDG-FROM-DATE            PIC 9(08).
002230     05  FILLER                      PIC X(04) VALUE " TO ".
002240     05  EX-HDG-TO-DATE              PIC 9(08).
002250     05  FILLER                      PIC X(46) VALUE SPACES.
002260
002270 01  EX-RPT-HEADING-2.
002280     05  FILLER                      PIC X(16)
002290             VALUE "LARGE VALUE >".
002300     05  EX-HDG-LARGE-VALUE          PIC Z(08)9.99.
002310     05  FILLER                      PIC X(17)
002320             VALUE "  DEBITS/DAY >".
002330     05  EX-HDG-MAX-DEBITS           PIC ZZ9.
002340     05  FILLER                      PIC X(21)
002350             VALUE "  MOVEMENT > OPENING".
002360     05  FILLER                      PIC X(03) VALUE " X ".
002370     05  EX-HDG-MULTIPLE             PIC ZZ9.
002380     05  FILLER                      PIC X(25)
002390             VALUE "  DEBITS WITHIN DAYS OF ".
002400     05  FILLER                      PIC X(10)
002410             VALUE "OPENING:  ".
002420     05  EX-HDG-NEW-DAYS             PIC ZZ9.
002430     05  FILLER                      PIC X(19) VALUE SPACES.
002440
002450 01  EX-RPT-SECTION-LINE             PIC X(132).
002460
002470 01  EX-RPT-POSTING-HEADING.
002480     05  FILLER                      PIC X(48) VALUE
002490         "  ACCOUNT     RUN DATE  POSTING REF          D/C".
002500     05  FILLER                      PIC X(43) VALUE
002510         "     AMOUNT  OPERATOR          BRCH  REASON".
002520     05  FILLER                      PIC X(41) VALUE SPACES.
002530
002540 01  EX-RPT-POSTING-LINE.
002550     05  FILLER                      PIC X(02) VALUE SPACES.
002560     05  EX-PST-ACCOUNT-ID           PIC X(10).
002570     05  FILLER                      PIC X(02) VALUE SPACES.
002580     05  EX-PST-RUN-DATE             PIC 9(08).
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  EX-PST-POSTING-REF          PIC X(20).
002610     05  FILLER                      PIC X(02) VALUE SPACES.
002620     05  EX-PST-TRAN-CODE            PIC X(01).
002630     05  FILLER                      PIC X(02) VALUE SPACES.
002640     05  EX-PST-AMOUNT               PIC Z(06)9.99.
002650     05  FILLER                      PIC X(02) VALUE SPACES.
002660     05  EX-PST-OPERATOR-ID          PIC X(16).
002670     05  FILLER                      PIC X(02) VALUE SPACES.
002680     05  EX-PST-BRANCH-ID            PIC X(04).
002690     05  FILLER                      PIC X(02) VALUE SPACES.
002700     05  EX-PST-REASON               PIC X(47).
002710
002720 01  EX-RPT-DAY-HEADING.
002730     05  FILLER                      PIC X(44) VALUE
002740         "  ACCOUNT     NAME                  RUN DATE".
002750     05  FILLER                      PIC X(53) VALUE
002760         "     DR     CR       MOVEMENT     OPENING BAL  REASON".
002770     05  FILLER                      PIC X(35) VALUE SPACES.
002780
002790 01  EX-RPT-DAY-LINE.
002800     05  FILLER                      PIC X(02) VALUE SPACES.
002810     05  EX-DL-ACCOUNT-ID            PIC X(10).
002820     05  FILLER                      PIC X(02) VALUE SPACES.
002830     05  EX-DL-ACCOUNT-NAME          PIC X(20).
002840     05  FILLER                      PIC X(02) VALUE SPACES.
002850     05  EX-DL-RUN-DATE              PIC 9(08).
002860     05  FILLER                      PIC X(02) VALUE SPACES.
002870     05  EX-DL-DEBITS                PIC ZZZZ9.
002880     05  FILLER                      PIC X(02) VALUE SPACES.
002890     05  EX-DL-CREDITS               PIC ZZZZ9.
002900     05  FILLER                      PIC X(02) VALUE SPACES.
002910     05  EX-DL-MOVEMENT              PIC Z(09)9.99.
002920     05  FILLER                      PIC X(02) VALUE SPACES.
002930     05  EX-DL-OPENING               PIC Z(09)9.99-.
002940     05  FILLER                      PIC X(02) VALUE SPACES.
002950     05  EX-DL-REASON                PIC X(30).
002960     05  FILLER                      PIC X(09) VALUE SPACES.
002970
002980 01  EX-RPT-TOTAL.
002990     05  EX-TOT-LABEL                PIC X(30).
003000     05  EX-TOT-COUNT                PIC Z(06)9.
003010     05  FILLER                      PIC X(95) VALUE SPACES.
003020
003030 01  EX-BLANK-LINE                   PIC X(132) VALUE SPACES.
003040
003050 PROCEDURE DIVISION.
003060*----------------------------------------------------------
003070* 0000-MAINLINE
003080*----------------------------------------------------------
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003110     IF EX-OVERALL-RC NOT = ZERO
003120         GO TO 0000-WRAP-UP
003130     END-IF.
003140     PERFORM 2000-LOAD-OPENINGS THRU 2000-EXIT.
003150     IF EX-OVERALL-RC = 8
003160         GO TO 0000-WRAP-UP
003170     END-IF.
003180     PERFORM 3000-SUMMARISE-JOURNAL THRU 3000-EXIT.
003190     IF EX-OVERALL-RC = 8
003200         GO TO 0000-WRAP-UP
003210     END-IF.
003220     PERFORM 4000-FLAG-ACCOUNT-DAYS THRU 4000-EXIT.
003230     PERFORM 5000-LIST-POSTINGS THRU 5000-EXIT.
003240     PERFORM 6000-PRINT-ACCOUNT-DAYS THRU 6000-EXIT.
003250 0000-WRAP-UP.
003260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003270 0000-EXIT.
003280     STOP RUN.
003290
003300*----------------------------------------------------------
003310* 1000-INITIALIZE
003320* AN ABSENT ACCTHIST (STATUS 35) MEANS NO MAINTENANCE HAS
003330* BEEN LOGGED, SO NO DEBIT CAN BE DATED AGAINST AN OPENING.
003340*----------------------------------------------------------
003350 1000-INITIALIZE.
003360     PERFORM 1100-READ-THRESHOLD-PARM THRU 1100-EXIT.
003370     IF EX-OVERALL-RC NOT = ZERO
003380         GO TO 1000-EXIT
003390     END-IF.
003400     ACCEPT EX-CURRENT-DATE FROM DATE YYYYMMDD.
003410     COMPUTE EX-EARLIEST-OPENING =
003420         FUNCTION INTEGER-OF-DATE (EX-FROM-DATE)
003430         - EX-NEW-ACCOUNT-DAYS.
003440     OPEN INPUT PSTJRNL-FILE.
003450     IF EX-JRNL-STATUS NOT = "00"
003460         DISPLAY "EXCPRPT - UNABLE TO OPEN PSTJRNL - STATUS "
003470             EX-JRNL-STATUS
003480         MOVE 8 TO EX-OVERALL-RC
003490         GO TO 1000-EXIT
003500     END-IF.
003510     SET EX-JRNL-OPEN TO TRUE.
003520     OPEN INPUT ACCTMAST-FILE.
003530     IF EX-MAST-STATUS NOT = "00"
003540         DISPLAY "EXCPRPT - UNABLE TO OPEN ACCTMAST - STATUS "
003550             EX-MAST-STATUS
003560         MOVE 8 TO EX-OVERALL-RC
003570         GO TO 1000-EXIT
003580     END-IF.
003590     SET EX-MAST-OPEN TO TRUE.
003600     OPEN INPUT ACCTHIST-FILE.
003610     IF EX-HIST-STATUS = "35"
003620         SET EX-HIST-END-OF-FILE TO TRUE
003630     ELSE
003640         IF EX-HIST-STATUS NOT = "00"
003650             DISPLAY "EXCPRPT - UNABLE TO OPEN ACCTHIST - "
003660                 "STATUS " EX-HIST-STATUS
003670             MOVE 8 TO EX-OVERALL-RC
003680             GO TO 1000-EXIT
003690         END-IF
003700         SET EX-HIST-OPEN TO TRUE
003710     END-IF.
003720     OPEN OUTPUT EXCRPT-FILE.
003730     IF EX-RPT-STATUS NOT = "00"
003740         DISPLAY "EXCPRPT - UNABLE TO OPEN EXCRPT - STATUS "
003750             EX-RPT-STATUS
003760         MOVE 8 TO EX-OVERALL-RC
003770         GO TO 1000-EXIT
003780     END-IF.
003790     MOVE EX-CURRENT-DATE TO EX-HDG-DATE.
003800     MOVE EX-FROM-DATE TO EX-HDG-FROM-DATE.
003810     MOVE EX-TO-DATE TO EX-HDG-TO-DATE.
003820     MOVE EX-LARGE-VALUE TO EX-HDG-LARGE-VALUE.
003830     MOVE EX-MAX-DEBITS TO EX-HDG-MAX-DEBITS.
003840     MOVE EX-MOVEMENT-MULTIPLE TO EX-HDG-MULTIPLE.
003850     MOVE EX-NEW-ACCOUNT-DAYS TO EX-HDG-NEW-DAYS.
003860     WRITE EXCRPT-RECORD FROM EX-RPT-HEADING-1.
003870     WRITE EXCRPT-RECORD FROM EX-RPT-HEADING-2.
003880     WRITE EXCRPT-RECORD FROM EX-BLANK-LINE.
003890 1000-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------
003930* 1100-READ-THRESHOLD-PARM
003940*----------------------------------------------------------
003950 1100-READ-THRESHOLD-PARM.
003960     OPEN INPUT PARM-FILE.
003970     IF PF-FILE-STATUS NOT = "00"
003980         DISPLAY "EXCPRPT - UNABLE TO OPEN SYSIN - STATUS "
003990             PF-FILE-STATUS
004000         MOVE 8 TO EX-OVERALL-RC
004010         GO TO 1100-EXIT
004020     END-IF.
004030     READ PARM-FILE
004040         AT END SET PF-END-OF-FILE TO TRUE
004050     END-READ.
004060     IF PF-END-OF-FILE
004070         DISPLAY "EXCPRPT - THRESHOLD CARD MISSING - "
004080             "RUN STOPPED"
004090         MOVE 8 TO EX-OVERALL-RC
004100         GO TO 1100-WRAP-UP
004110     END-IF.
004120     IF PARM-TO-DATE = SPACES
004130         MOVE PARM-FROM-DATE TO PARM-TO-DATE
004140     END-IF.
004150     IF PARM-FROM-DATE IS NOT NUMERIC
004160             OR PARM-TO-DATE IS NOT NUMERIC
004170         DISPLAY "EXCPRPT - RUN DATES NOT NUMERIC - "
004180             "RUN STOPPED"
004190         MOVE 8 TO EX-OVERALL-RC
004200         GO TO 1100-WRAP-UP
004210     END-IF.
004220     MOVE PARM-FROM-DATE TO EX-FROM-DATE.
004230     MOVE PARM-TO-DATE TO EX-TO-DATE.
004240     MOVE EX-TO-DATE TO EX-CHECK-DATE.
004250     PERFORM 1200-CHECK-DATE THRU 1200-EXIT.
004260     IF EX-DATE-VALID
004270         MOVE EX-FROM-DATE TO EX-CHECK-DATE
004280         PERFORM 1200-CHECK-DATE THRU 1200-EXIT
004290     END-IF.
004300     IF NOT EX-DATE-VALID
004310             OR EX-FROM-DATE > EX-TO-DATE
004320         DISPLAY "EXCPRPT - RUN DATES INVALID OR OUT OF "
004330             "ORDER - RUN STOPPED"
004340         MOVE 8 TO EX-OVERALL-RC
004350         GO TO 1100-WRAP-UP
004360     END-IF.
004370     IF PARM-LARGE-VALUE IS NOT NUMERIC
004380             OR PARM-LARGE-VALUE = ZERO
004390             OR PARM-MAX-DEBITS IS NOT NUMERIC
004400             OR PARM-MAX-DEBITS = "000"
004410             OR PARM-MOVEMENT-MULTIPLE IS NOT NUMERIC
004420             OR PARM-MOVEMENT-MULTIPLE = "000"
004430             OR PARM-NEW-ACCOUNT-DAYS IS NOT NUMERIC
004440         DISPLAY "EXCPRPT - THRESHOLDS MISSING OR NOT "
004450             "NUMERIC - RUN STOPPED"
004460         MOVE 8 TO EX-OVERALL-RC
004470         GO TO 1100-WRAP-UP
004480     END-IF.
004490     MOVE PARM-LARGE-VALUE TO EX-LARGE-VALUE.
004500     MOVE PARM-MAX-DEBITS TO EX-MAX-DEBITS.
004510     MOVE PARM-MOVEMENT-MULTIPLE TO EX-MOVEMENT-MULTIPLE.
004520     MOVE PARM-NEW-ACCOUNT-DAYS TO EX-NEW-ACCOUNT-DAYS.
004530 1100-WRAP-UP.
004540     CLOSE PARM-FILE.
004550 1100-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------
004590* 1200-CHECK-DATE
004600* ENOUGH OF A CALENDAR CHECK TO KEEP A MISKEYED CARD OUT
004610* OF THE DATE ARITHMETIC.
004620*----------------------------------------------------------
004630 1200-CHECK-DATE.
004640     MOVE "N" TO EX-DATE-SWITCH.
004650     IF EX-CHECK-YEAR < 1601
004660             OR EX-CHECK-MONTH < 1 OR EX-CHECK-MONTH > 12
004670             OR EX-CHECK-DAY < 1 OR EX-CHECK-DAY > 31
004680         GO TO 1200-EXIT
004690     END-IF.
004700     SET EX-DATE-VALID TO TRUE.
004710 1200-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------
004750* 2000-LOAD-OPENINGS
004760* ONLY OPENINGS RECENT ENOUGH TO CATCH A DEBIT IN THE
004770* WINDOW ARE KEPT.  MORE THAN THE TABLE HOLDS IS A
004780* CONFIGURATION ERROR (RC 8) RATHER THAN A SILENTLY
004790* INCOMPLETE REVIEW.
004800*----------------------------------------------------------
004810 2000-LOAD-OPENINGS.
004820     IF EX-HIST-OPEN
004830         PERFORM 2500-READ-HISTORY THRU 2500-EXIT
004840     END-IF.
004850     PERFORM 2100-NOTE-OPENING THRU 2100-EXIT
004860         UNTIL EX-HIST-END-OF-FILE
004870             OR EX-OVERALL-RC = 8.
004880 2000-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------
004920* 2100-NOTE-OPENING
004930* AN ADD OPENS THE ACCOUNT; A CHANGE WHOSE PRIOR STATUS WAS
004940* CLOSED AND WHOSE NEW STATUS IS OPEN REOPENS IT.  LIFTING
004950* A POSTING BLOCK IS NOT A REOPENING.
004960*----------------------------------------------------------
004970 2100-NOTE-OPENING.
004980     ADD 1 TO EX-HIST-READ.
004990     IF AH-RUN-DATE IS NOT NUMERIC
005000             OR AH-RUN-DATE > EX-TO-DATE
005010         GO TO 2100-READ-NEXT
005020     END-IF.
005030     MOVE AH-AFTER-IMAGE TO ACCTMAST-RECORD.
005040     IF AH-ACTION-ADD
005050         MOVE "OPENED" TO EX-OPENING-KIND
005060     ELSE
005070         IF AH-ACTION-CHANGE AND AH-PRIOR-STATUS = "C"
005080                 AND AM-STATUS-OPEN
005090             MOVE "REOPENED" TO EX-OPENING-KIND
005100         ELSE
005110             GO TO 2100-READ-NEXT
005120         END-IF
005130     END-IF.
005140     MOVE AH-RUN-DATE TO EX-CHECK-DATE.
005150     PERFORM 1200-CHECK-DATE THRU 1200-EXIT.
005160     IF NOT EX-DATE-VALID
005170         GO TO 2100-READ-NEXT
005180     END-IF.
005190     IF FUNCTION INTEGER-OF-DATE (AH-RUN-DATE)
005200             < EX-EARLIEST-OPENING
005210         GO TO 2100-READ-NEXT
005220     END-IF.
005230     IF EX-OPEN-COUNT = EX-OPEN-MAX
005240         DISPLAY "EXCPRPT - MORE THAN " EX-OPEN-MAX
005250             " RECENT OPENINGS - RUN STOPPED"
005260         MOVE 8 TO EX-OVERALL-RC
005270         GO TO 2100-EXIT
005280     END-IF.
005290     ADD 1 TO EX-OPEN-COUNT.
005300     MOVE AM-ACCOUNT-ID TO EX-OP-ACCOUNT-ID (EX-OPEN-COUNT).
005310     MOVE AH-RUN-DATE TO EX-OP-DATE (EX-OPEN-COUNT).
005320     COMPUTE EX-OP-DAY-NUMBER (EX-OPEN-COUNT) =
005330         FUNCTION INTEGER-OF-DATE (AH-RUN-DATE).
005340     MOVE EX-OPENING-KIND TO EX-OP-KIND (EX-OPEN-COUNT).
005350 2100-READ-NEXT.
005360     PERFORM 2500-READ-HISTORY THRU 2500-EXIT.
005370 2100-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------
005410* 2500-READ-HISTORY
005420*----------------------------------------------------------
005430 2500-READ-HISTORY.
005440     READ ACCTHIST-FILE
005450         AT END
005460             SET EX-HIST-END-OF-FILE TO TRUE
005470     END-READ.
005480 2500-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------
005520* 3000-SUMMARISE-JOURNAL
005530* FIRST PASS - ONE ACCUMULATOR ROW PER ACCOUNT PER RUN DATE
005540* IN THE WINDOW.  A WINDOW TOO BUSY FOR THE TABLE IS A
005550* CONFIGURATION ERROR (RC 8) - SHORTEN THE DATE RANGE.
005560*----------------------------------------------------------
005570 3000-SUMMARISE-JOURNAL.
005580     PERFORM 3500-READ-JOURNAL THRU 3500-EXIT.
005590     PERFORM 3100-SUMMARISE-ROW THRU 3100-EXIT
005600         UNTIL EX-JRNL-END-OF-FILE
005610             OR EX-OVERALL-RC = 8.
005620 3000-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------
005660* 3100-SUMMARISE-ROW
005670*----------------------------------------------------------
005680 3100-SUMMARISE-ROW.
005690     ADD 1 TO EX-JRNL-READ.
005700     PERFORM 3600-CHECK-WINDOW THRU 3600-EXIT.
005710     IF NOT EX-ROW-IN-WINDOW
005720         GO TO 3100-READ-NEXT
005730     END-IF.
005740     ADD 1 TO EX-JRNL-IN-WINDOW.
005750     PERFORM 3200-FIND-ACCOUNT-DAY THRU 3200-EXIT.
005760     IF EX-DAY-FOUND = ZERO
005770         IF EX-DAY-COUNT = EX-DAY-MAX
005780             DISPLAY "EXCPRPT - MORE THAN " EX-DAY-MAX
005790                 " ACCOUNT-DAYS IN WINDOW - RUN STOPPED"
005800             MOVE 8 TO EX-OVERALL-RC
005810             GO TO 3100-EXIT
005820         END-IF
005830         PERFORM 3300-ADD-ACCOUNT-DAY THRU 3300-EXIT
005840     END-IF.
005850     IF PJ-DEBIT
005860         ADD 1 TO EX-AD-DEBITS (EX-DAY-FOUND)
005870     ELSE
005880         ADD 1 TO EX-AD-CREDITS (EX-DAY-FOUND)
005890     END-IF.
005900     ADD PJ-AMOUNT TO EX-AD-MOVEMENT (EX-DAY-FOUND).
005910 3100-READ-NEXT.
005920     PERFORM 3500-READ-JOURNAL THRU 3500-EXIT.
005930 3100-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------
005970* 3200-FIND-ACCOUNT-DAY
005980*----------------------------------------------------------
005990 3200-FIND-ACCOUNT-DAY.
006000     MOVE ZERO TO EX-DAY-FOUND.
006010     IF EX-DAY-COUNT > ZERO
006020         PERFORM 3250-MATCH-ACCOUNT-DAY THRU 3250-EXIT
006030             VARYING EX-DAY-SUB FROM 1 BY 1
006040             UNTIL EX-DAY-SUB > EX-DAY-COUNT
006050                 OR EX-DAY-FOUND > ZERO
006060     END-IF.
006070 3200-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------
006110* 3250-MATCH-ACCOUNT-DAY
006120*----------------------------------------------------------
006130 3250-MATCH-ACCOUNT-DAY.
006140     IF EX-AD-ACCOUNT-ID (EX-DAY-SUB) = PJ-ACCOUNT-ID
006150             AND EX-AD-RUN-DATE (EX-DAY-SUB) = PJ-RUN-DATE
006160         MOVE EX-DAY-SUB TO EX-DAY-FOUND
006170     END-IF.
006180 3250-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------
006220* 3300-ADD-ACCOUNT-DAY
006230* THE JOURNAL IS IN POSTING ORDER, SO THE ROW THAT OPENS
006240* THE ACCOUNT-DAY IS ITS FIRST POSTING.
006250*----------------------------------------------------------
006260 3300-ADD-ACCOUNT-DAY.
006270     ADD 1 TO EX-DAY-COUNT.
006280     MOVE EX-DAY-COUNT TO EX-DAY-FOUND.
006290     MOVE PJ-ACCOUNT-ID TO EX-AD-ACCOUNT-ID (EX-DAY-FOUND).
006300     MOVE PJ-RUN-DATE TO EX-AD-RUN-DATE (EX-DAY-FOUND).
006310     MOVE ZERO TO EX-AD-DEBITS (EX-DAY-FOUND).
006320     MOVE ZERO TO EX-AD-CREDITS (EX-DAY-FOUND).
006330     MOVE ZERO TO EX-AD-MOVEMENT (EX-DAY-FOUND).
006340     MOVE "N" TO EX-AD-OPENING-SWITCH (EX-DAY-FOUND).
006350     MOVE ZERO TO EX-AD-OPENING (EX-DAY-FOUND).
006360     MOVE "N" TO EX-AD-DEBITS-SWITCH (EX-DAY-FOUND).
006370     MOVE "N" TO EX-AD-MOVEMENT-SWITCH (EX-DAY-FOUND).
006380     IF PJ-RESULT-BALANCE IS NUMERIC
006390         SET EX-AD-OPENING-KNOWN (EX-DAY-FOUND) TO TRUE
006400         IF PJ-DEBIT
006410             COMPUTE EX-AD-OPENING (EX-DAY-FOUND) =
006420                 PJ-RESULT-BALANCE + PJ-AMOUNT
006430         ELSE
006440             COMPUTE EX-AD-OPENING (EX-DAY-FOUND) =
006450                 PJ-RESULT-BALANCE - PJ-AMOUNT
006460         END-IF
006470     END-IF.
006480 3300-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------
006520* 3500-READ-JOURNAL
006530*----------------------------------------------------------
006540 3500-READ-JOURNAL.
006550     READ PSTJRNL-FILE
006560         AT END
006570             SET EX-JRNL-END-OF-FILE TO TRUE
006580     END-READ.
006590 3500-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------
006630* 3600-CHECK-WINDOW
006640* A ROW THAT CANNOT BE READ IS COUNTED ON THE FIRST PASS
006650* ONLY AND NEVER REVIEWED - THE COUNT IS ON THE REPORT.
006660*----------------------------------------------------------
006670 3600-CHECK-WINDOW.
006680     MOVE "N" TO EX-ROW-SWITCH.
006690     IF PJ-RUN-DATE IS NOT NUMERIC
006700             OR PJ-AMOUNT IS NOT NUMERIC
006710             OR (NOT PJ-CREDIT AND NOT PJ-DEBIT)
006720         GO TO 3600-BAD-ROW
006730     END-IF.
006740     IF PJ-RUN-DATE < EX-FROM-DATE
006750             OR PJ-RUN-DATE > EX-TO-DATE
006760         GO TO 3600-EXIT
006770     END-IF.
006780     MOVE PJ-RUN-DATE TO EX-CHECK-DATE.
006790     PERFORM 1200-CHECK-DATE THRU 1200-EXIT.
006800     IF NOT EX-DATE-VALID
006810         GO TO 3600-BAD-ROW
006820     END-IF.
006830     SET EX-ROW-IN-WINDOW TO TRUE.
006840     GO TO 3600-EXIT.
006850 3600-BAD-ROW.
006860     IF EX-FIRST-PASS
006870         ADD 1 TO EX-JRNL-BAD-ROWS
006880     END-IF.
006890 3600-EXIT.
006900     EXIT.
006910
006920*----------------------------------------------------------
006930* 4000-FLAG-ACCOUNT-DAYS
006940*----------------------------------------------------------
006950 4000-FLAG-ACCOUNT-DAYS.
006960     IF EX-DAY-COUNT > ZERO
006970         PERFORM 4100-FLAG-ACCOUNT-DAY THRU 4100-EXIT
006980             VARYING EX-DAY-SUB FROM 1 BY 1
006990             UNTIL EX-DAY-SUB > EX-DAY-COUNT
007000     END-IF.
007010 4000-EXIT.
007020     EXIT.
007030
007040*----------------------------------------------------------
007050* 4100-FLAG-ACCOUNT-DAY
007060* THE MOVEMENT TEST IS AGAINST THE SIZE OF THE OPENING
007070* BALANCE, OVERDRAWN OR NOT.  AN ACCOUNT THAT OPENED THE DAY
007080* AT ZERO HAS NO BASE TO MEASURE AGAINST AND IS NOT TESTED -
007090* A NEW ACCOUNT'S DEBITS ARE CAUGHT BY THE OPENING TEST.
007100*----------------------------------------------------------
007110 4100-FLAG-ACCOUNT-DAY.
007120     IF EX-AD-DEBITS (EX-DAY-SUB) > EX-MAX-DEBITS
007130         SET EX-AD-TOO-MANY-DEBITS (EX-DAY-SUB) TO TRUE
007140         ADD 1 TO EX-DEBIT-DAYS-FLAGGED
007150     END-IF.
007160     IF NOT EX-AD-OPENING-KNOWN (EX-DAY-SUB)
007170             OR EX-AD-OPENING (EX-DAY-SUB) = ZERO
007180         GO TO 4100-EXIT
007190     END-IF.
007200     MOVE EX-AD-OPENING (EX-DAY-SUB) TO EX-OPENING-BALANCE.
007210     IF EX-OPENING-BALANCE < ZERO
007220         MULTIPLY -1 BY EX-OPENING-BALANCE
007230     END-IF.
007240     COMPUTE EX-MOVEMENT-LIMIT =
007250         EX-OPENING-BALANCE * EX-MOVEMENT-MULTIPLE.
007260     IF EX-AD-MOVEMENT (EX-DAY-SUB) > EX-MOVEMENT-LIMIT
007270         SET EX-AD-MOVEMENT-EXCEEDED (EX-DAY-SUB) TO TRUE
007280         ADD 1 TO EX-MOVEMENT-DAYS-FLAGGED
007290     END-IF.
007300 4100-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------
007340* 5000-LIST-POSTINGS
007350* SECOND PASS - EVERY POSTING THAT TRIGGERED A FLAG, IN
007360* JOURNAL ORDER, WITH EVERY REASON IT WAS FLAGGED FOR.
007370*----------------------------------------------------------
007380 5000-LIST-POSTINGS.
007390     MOVE "POSTINGS FLAGGED" TO EX-RPT-SECTION-LINE.
007400     WRITE EXCRPT-RECORD FROM EX-RPT-SECTION-LINE.
007410     WRITE EXCRPT-RECORD FROM EX-RPT-POSTING-HEADING.
007420     MOVE "2" TO EX-PASS-SWITCH.
007430     CLOSE PSTJRNL-FILE.
007440     MOVE "N" TO EX-JRNL-OPEN-SWITCH.
007450     MOVE "N" TO EX-JRNL-EOF-SWITCH.
007460     OPEN INPUT PSTJRNL-FILE.
007470     IF EX-JRNL-STATUS NOT = "00"
007480         DISPLAY "EXCPRPT - UNABLE TO REOPEN PSTJRNL - "
007490             "STATUS " EX-JRNL-STATUS
007500         MOVE 8 TO EX-OVERALL-RC
007510         GO TO 5000-EXIT
007520     END-IF.
007530     SET EX-JRNL-OPEN TO TRUE.
007540     PERFORM 3500-READ-JOURNAL THRU 3500-EXIT.
007550     PERFORM 5100-CHECK-POSTING THRU 5100-EXIT
007560         UNTIL EX-JRNL-END-OF-FILE.
007570     WRITE EXCRPT-RECORD FROM EX-BLANK-LINE.
007580 5000-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------
007620* 5100-CHECK-POSTING
007630*----------------------------------------------------------
007640 5100-CHECK-POSTING.
007650     PERFORM 3600-CHECK-WINDOW THRU 3600-EXIT.
007660     IF NOT EX-ROW-IN-WINDOW
007670         GO TO 5100-READ-NEXT
007680     END-IF.
007690     MOVE SPACES TO EX-REASON-TEXT.
007700     MOVE 1 TO EX-REASON-POINTER.
007710     IF PJ-AMOUNT > EX-LARGE-VALUE
007720         STRING "LARGE " DELIMITED BY SIZE
007730             INTO EX-REASON-TEXT
007740             WITH POINTER EX-REASON-POINTER
007750         END-STRING
007760         ADD 1 TO EX-LARGE-FLAGGED
007770     END-IF.
007780     PERFORM 3200-FIND-ACCOUNT-DAY THRU 3200-EXIT.
007790     IF EX-DAY-FOUND > ZERO
007800         IF EX-AD-TOO-MANY-DEBITS (EX-DAY-FOUND) AND PJ-DEBIT
007810             STRING "DEBITS/DAY " DELIMITED BY SIZE
007820                 INTO EX-REASON-TEXT
007830                 WITH POINTER EX-REASON-POINTER
007840             END-STRING
007850         END-IF
007860         IF EX-AD-MOVEMENT-EXCEEDED (EX-DAY-FOUND)
007870             STRING "MOVEMENT " DELIMITED BY SIZE
007880                 INTO EX-REASON-TEXT
007890                 WITH POINTER EX-REASON-POINTER
007900             END-STRING
007910         END-IF
007920     END-IF.
007930     IF PJ-DEBIT AND EX-OPEN-COUNT > ZERO
007940         PERFORM 5200-CHECK-OPENING THRU 5200-EXIT
007950     END-IF.
007960     IF EX-REASON-TEXT = SPACES
007970         GO TO 5100-READ-NEXT
007980     END-IF.
007990     MOVE SPACES TO EX-RPT-POSTING-LINE.
008000     MOVE PJ-ACCOUNT-ID TO EX-PST-ACCOUNT-ID.
008010     MOVE PJ-RUN-DATE TO EX-PST-RUN-DATE.
008020     MOVE PJ-POSTING-REF TO EX-PST-POSTING-REF.
008030     MOVE PJ-TRAN-CODE TO EX-PST-TRAN-CODE.
008040     MOVE PJ-AMOUNT TO EX-PST-AMOUNT.
008050     MOVE PJ-OPERATOR-ID TO EX-PST-OPERATOR-ID.
008060     MOVE PJ-BRANCH-ID TO EX-PST-BRANCH-ID.
008070     MOVE EX-REASON-TEXT TO EX-PST-REASON.
008080     WRITE EXCRPT-RECORD FROM EX-RPT-POSTING-LINE.
008090     ADD 1 TO EX-POSTINGS-LISTED.
008100     IF EX-OVERALL-RC < 4
008110         MOVE 4 TO EX-OVERALL-RC
008120     END-IF.
008130 5100-READ-NEXT.
008140     PERFORM 3500-READ-JOURNAL THRU 3500-EXIT.
008150 5100-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------
008190* 5200-CHECK-OPENING
008200* THE LATEST OPENING OF THE ACCOUNT ON OR BEFORE THE RUN
008210* DATE IS THE ONE THAT COUNTS.
008220*----------------------------------------------------------
008230 5200-CHECK-OPENING.
008240     COMPUTE EX-ROW-DAY-NUMBER =
008250         FUNCTION INTEGER-OF-DATE (PJ-RUN-DATE).
008260     MOVE ZERO TO EX-OPEN-FOUND.
008270     PERFORM 5250-MATCH-OPENING THRU 5250-EXIT
008280         VARYING EX-OPEN-SUB FROM 1 BY 1
008290         UNTIL EX-OPEN-SUB > EX-OPEN-COUNT.
008300     IF EX-OPEN-FOUND = ZERO
008310         GO TO 5200-EXIT
008320     END-IF.
008330     COMPUTE EX-DAYS-SINCE-OPENING = EX-ROW-DAY-NUMBER
008340         - EX-OP-DAY-NUMBER (EX-OPEN-FOUND).
008350     IF EX-DAYS-SINCE-OPENING > EX-NEW-ACCOUNT-DAYS
008360         GO TO 5200-EXIT
008370     END-IF.
008380     STRING EX-OP-KIND (EX-OPEN-FOUND) DELIMITED BY SPACE
008390             " " DELIMITED BY SIZE
008400             EX-OP-DATE (EX-OPEN-FOUND) DELIMITED BY SIZE
008410         INTO EX-REASON-TEXT
008420         WITH POINTER EX-REASON-POINTER
008430     END-STRING.
008440     ADD 1 TO EX-NEW-ACCT-FLAGGED.
008450 5200-EXIT.
008460     EXIT.
008470
008480*----------------------------------------------------------
008490* 5250-MATCH-OPENING
008500*----------------------------------------------------------
008510 5250-MATCH-OPENING.
008520     IF EX-OP-ACCOUNT-ID (EX-OPEN-SUB) = PJ-ACCOUNT-ID
008530             AND EX-OP-DAY-NUMBER (EX-OPEN-SUB)
008540                 NOT > EX-ROW-DAY-NUMBER
008550         IF EX-OPEN-FOUND = ZERO
008560             MOVE EX-OPEN-SUB TO EX-OPEN-FOUND
008570         ELSE
008580             IF EX-OP-DAY-NUMBER (EX-OPEN-SUB)
008590                     NOT < EX-OP-DAY-NUMBER (EX-OPEN-FOUND)
008600                 MOVE EX-OPEN-SUB TO EX-OPEN-FOUND
008610             END-IF
008620         END-IF
008630     END-IF.
008640 5250-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------
008680* 6000-PRINT-ACCOUNT-DAYS
008690* THE FLAGGED ACCOUNT-DAYS, WITH THE FIGURES BEHIND THE
008700* FLAG.  THEIR POSTINGS ARE ALL IN THE LIST ABOVE.
008710*----------------------------------------------------------
008720 6000-PRINT-ACCOUNT-DAYS.
008730     MOVE "ACCOUNT-DAYS FLAGGED" TO EX-RPT-SECTION-LINE.
008740     WRITE EXCRPT-RECORD FROM EX-RPT-SECTION-LINE.
008750     WRITE EXCRPT-RECORD FROM EX-RPT-DAY-HEADING.
008760     IF EX-DAY-COUNT > ZERO
008770         PERFORM 6100-PRINT-ACCOUNT-DAY THRU 6100-EXIT
008780             VARYING EX-DAY-SUB FROM 1 BY 1
008790             UNTIL EX-DAY-SUB > EX-DAY-COUNT
008800     END-IF.
008810 6000-EXIT.
008820     EXIT.
008830
008840*----------------------------------------------------------
008850* 6100-PRINT-ACCOUNT-DAY
008860*----------------------------------------------------------
008870 6100-PRINT-ACCOUNT-DAY.
008880     IF NOT EX-AD-TOO-MANY-DEBITS (EX-DAY-SUB)
008890             AND NOT EX-AD-MOVEMENT-EXCEEDED (EX-DAY-SUB)
008900         GO TO 6100-EXIT
008910     END-IF.
008920     MOVE SPACES TO EX-RPT-DAY-LINE.
008930     MOVE EX-AD-ACCOUNT-ID (EX-DAY-SUB) TO EX-DL-ACCOUNT-ID.
008940     MOVE EX-AD-ACCOUNT-ID (EX-DAY-SUB) TO AM-ACCOUNT-ID.
008950     READ ACCTMAST-FILE
008960         INVALID KEY
008970             MOVE "NOT ON MASTER" TO EX-DL-ACCOUNT-NAME
008980         NOT INVALID KEY
008990             MOVE AM-ACCOUNT-NAME TO EX-DL-ACCOUNT-NAME
009000     END-READ.
009010     MOVE EX-AD-RUN-DATE (EX-DAY-SUB) TO EX-DL-RUN-DATE.
009020     MOVE EX-AD-DEBITS (EX-DAY-SUB) TO EX-DL-DEBITS.
009030     MOVE EX-AD-CREDITS (EX-DAY-SUB) TO EX-DL-CREDITS.
009040     MOVE EX-AD-MOVEMENT (EX-DAY-SUB) TO EX-DL-MOVEMENT.
009050     IF EX-AD-OPENING-KNOWN (EX-DAY-SUB)
009060         MOVE EX-AD-OPENING (EX-DAY-SUB) TO EX-DL-OPENING
009070     END-IF.
009080     IF EX-AD-TOO-MANY-DEBITS (EX-DAY-SUB)
009090         IF EX-AD-MOVEMENT-EXCEEDED (EX-DAY-SUB)
009100             MOVE "DEBITS/DAY MOVEMENT" TO EX-DL-REASON
009110         ELSE
009120             MOVE "DEBITS/DAY" TO EX-DL-REASON
009130         END-IF
009140     ELSE
009150         MOVE "MOVEMENT" TO EX-DL-REASON
009160     END-IF.
009170     WRITE EXCRPT-RECORD FROM EX-RPT-DAY-LINE.
009180 6100-EXIT.
009190     EXIT.
009200
009210*----------------------------------------------------------
009220* 9000-TERMINATE
009230*----------------------------------------------------------
009240 9000-TERMINATE.
009250     IF EX-RPT-STATUS = "00"
009260         WRITE EXCRPT-RECORD FROM EX-BLANK-LINE
009270         MOVE SPACES TO EX-RPT-TOTAL
009280         MOVE "JOURNAL ROWS READ" TO EX-TOT-LABEL
009290         MOVE EX-JRNL-READ TO EX-TOT-COUNT
009300         WRITE EXCRPT-RECORD FROM EX-RPT-TOTAL
009310         MOVE "  IN REVIEW WINDOW" TO EX-TOT-LABEL
009320         MOVE EX-JRNL-IN-WINDOW TO EX-TOT-COUNT
009330         WRITE EXCRPT-RECORD FROM EX-RPT-TOTAL
009340         MOVE "  UNREADABLE - NOT REVIEWED" TO EX-TOT-LABEL
009350         MOVE EX-JRNL-BAD-ROWS TO EX-TOT-COUNT
009360         WRITE EXCRPT-RECORD FROM EX-RPT-TOTAL
009370         MOVE "MAINTENANCE RECORDS READ" TO EX-TOT-LABEL
009380         MOVE EX-HIST-READ TO EX-TOT-COUNT
009390         WRITE EXCRPT-RECORD FROM EX-RPT-TOTAL
009400         MOVE "POSTINGS FLAGGED" TO EX-TOT-LABEL
009410         MOVE EX-POSTINGS-LISTED TO EX-TOT-COUNT
009420         WRITE EXCRPT-RECORD FROM EX-RPT-TOTAL
009430         MOVE "  LARGE VALUE" TO EX-TOT-LABEL
009440         MOVE EX-LARGE-FLAGGED TO EX-TOT-COUNT
009450         WRITE EXCRPT-RECORD FROM EX-RPT-TOTAL
009460         MOVE "  SOON AFTER OPENING" TO EX-TOT-LABEL
009470         MOVE EX-NEW-ACCT-FLAGGED TO EX-TOT-COUNT
009480         WRITE EXCRPT-RECORD FROM EX-RPT-TOTAL
009490         MOVE "ACCOUNT-DAYS OVER DEBIT COUNT" TO EX-TOT-LABEL
009500         MOVE EX-DEBIT-DAYS-FLAGGED TO EX-TOT-COUNT
009510         WRITE EXCRPT-RECORD FROM EX-RPT-TOTAL
009520         MOVE "ACCOUNT-DAYS OVER MOVEMENT" TO EX-TOT-LABEL
009530         MOVE EX-MOVEMENT-DAYS-FLAGGED TO EX-TOT-COUNT
009540         WRITE EXCRPT-RECORD FROM EX-RPT-TOTAL
009550         CLOSE EXCRPT-FILE
009560     END-IF.
009570     IF EX-JRNL-OPEN
009580         CLOSE PSTJRNL-FILE
009590     END-IF.
009600     IF EX-MAST-OPEN
009610         CLOSE ACCTMAST-FILE
009620     END-IF.
009630     IF EX-HIST-OPEN
009640         CLOSE ACCTHIST-FILE
009650     END-IF.
009660     MOVE EX-OVERALL-RC TO RETURN-CODE.
009670 9000-EXIT.
009680     EXIT.
009690
009700 END PROGRAM EXCPRPT.
