000550*                  ITEMS EXPIRE AFTER PENDING-EXPIRY-DAYS;
000560*                  HELD, APPROVED, EXPIRED, AND REJECTED ITEMS
000570*                  ALL SHOW ON THE EDIT REPORT.
000580* 2026-10-15 IKS   BUSINESS-DAY CALENDAR (CALMAST, VIA BUSDAY).
000590*                  A PENDING ITEM'S AGE IS NOW COUNTED IN
000600*                  BUSINESS DAYS, AND PENDING-EXPIRY-DAYS GOES
000610*                  FROM 30 CALENDAR DAYS TO 20 BUSINESS DAYS (THE
000620*                  SAME FOUR WEEKS).  A RUN ON A NON-BUSINESS DAY
000630*                  STOPS (RC 8) UNLESS SYSIN COLS 41-48 SAY
000640*                  "OVERRIDE".
000650* 2026-10-15 IKS   SYSIN COLS 41-48 MUST BE BLANK OR "OVERRIDE";
000660*                  ANYTHING ELSE NOW REFUSES THE RUN (RC 8), AS
000670*                  IN COBOLPROD.  A MISKEYED OVERRIDE USED TO BE
000680*                  TAKEN AS NO OVERRIDE.
000690*================================================================
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID. OPERMNT.
000720
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT OPERMAST-FILE ASSIGN TO OPERMAST
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS OM-OPERATOR-ID
000800         FILE STATUS IS MT-MAST-STATUS.
000810
000820     SELECT OPERTRAN-FILE ASSIGN TO OPERTRAN
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS MT-TRAN-STATUS.
000850
000860     SELECT OPERRPT-FILE ASSIGN TO OPERRPT
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS MT-RPT-STATUS.
000890
000900     SELECT PARM-FILE ASSIGN TO SYSIN
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS PF-FILE-STATUS.
000930
000940     SELECT OPERHIST-FILE ASSIGN TO OPERHIST
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS MT-HIST-STATUS.
000970
000980     SELECT OPERPEND-FILE ASSIGN TO OPERPEND
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS MT-PEND-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  OPERMAST-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 60 CHARACTERS.
001070     COPY OPERMAST.
001080
001090*----------------------------------------------------------
001100* OPERTRAN-FILE - ONE 80-BYTE CARD PER MAINTENANCE ACTION.
001110* COLS 01-06 ACTION (ADD / CHANGE / DELETE), COLS 07-22
001120* OPERATOR ID, COLS 23-38 OPERATOR NAME, COL 39 STATUS (A/I),
001130* COLS 40-47 EFFECTIVE DATE, COLS 48-55 EXPIRY DATE, COLS
001140* 56-57 AUTHORITY LEVEL.  ON ADD A BLANK FIELD TAKES THE
001150* DEFAULT; ON CHANGE A BLANK FIELD KEEPS THE MASTER VALUE.
001160*----------------------------------------------------------
001170 FD  OPERTRAN-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200 01  OPERTRAN-RECORD.
001210     05  OT-ACTION                   PIC X(06).
001220         88  OT-ACTION-ADD                  VALUE "ADD".
001230         88  OT-ACTION-CHANGE               VALUE "CHANGE".
001240         88  OT-ACTION-DELETE               VALUE "DELETE".
001250         88  OT-ACTION-APPROVE              VALUE "APPROV".
001260     05  OT-OPERATOR-ID              PIC X(16).
001270     05  OT-OPERATOR-NAME            PIC X(16).
001280     05  OT-STATUS                   PIC X(01).
001290     05  OT-EFFECTIVE-DATE           PIC X(08).
001300     05  OT-EXPIRY-DATE              PIC X(08).
001310     05  OT-AUTHORITY                PIC X(02).
001320     05  FILLER                      PIC X(23).
001330
001340 FD  OPERRPT-FILE
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 132 CHARACTERS.
001370 01  OPERRPT-RECORD                  PIC X(132).
001380
001390 FD  PARM-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  PARM-RECORD.
001420     05  PARM-OPERATOR-ID            PIC X(16).
001430     05  FILLER                      PIC X(24).
001440     05  PARM-OVERRIDE               PIC X(08).
001450
001460*----------------------------------------------------------
001470* OPERHIST-FILE - ONE RECORD PER APPLIED MAINTENANCE
001480* ACTION: WHO DID IT, WHEN, AND THE MASTER RECORD BEFORE
001490* AND AFTER.  APPENDED FOREVER - THIS IS THE ANSWER TO
001500* "WHAT DID THIS RECORD LOOK LIKE LAST WEEK".
001510*----------------------------------------------------------
001520 FD  OPERHIST-FILE
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 160 CHARACTERS.
001550 01  OPERHIST-RECORD.
001560     05  OH-RUN-TIMESTAMP            PIC X(16).
001570     05  OH-ACTING-OPERATOR          PIC X(16).
001580     05  OH-ACTION                   PIC X(08).
001590     05  OH-BEFORE-IMAGE             PIC X(60).
001600     05  OH-AFTER-IMAGE              PIC X(60).
001610
001620*----------------------------------------------------------
001630* OPERPEND-FILE - THE HELD HIGH-AUTHORITY CARDS AWAITING A
001640* SECOND OPERATOR'S APPROVAL.  LOADED WHOLE AT STARTUP AND
001650* REWRITTEN AT END OF RUN WITH THE SURVIVORS (NEW HOLDS IN,
001660* APPROVED AND EXPIRED ITEMS OUT).
001670*----------------------------------------------------------
001680 FD  OPERPEND-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 120 CHARACTERS.
001710 01  OPERPEND-RECORD.
001720     05  OP-SUBMIT-DATE              PIC 9(08).
001730     05  OP-SUBMIT-OPERATOR          PIC X(16).
001740     05  OP-CARD-IMAGE               PIC X(80).
001750     05  FILLER                      PIC X(16).
001760
001770 WORKING-STORAGE SECTION.
001780 77  MT-MAST-STATUS                  PIC X(02) VALUE SPACES.
001790 77  MT-TRAN-STATUS                  PIC X(02) VALUE SPACES.
001800 77  MT-RPT-STATUS                   PIC X(02) VALUE SPACES.
001810 77  MT-HIST-STATUS                  PIC X(02) VALUE SPACES.
001820 77  MT-PEND-STATUS                  PIC X(02) VALUE SPACES.
001830 77  PF-FILE-STATUS                  PIC X(02) VALUE SPACES.
001840 77  PF-EOF-SWITCH                   PIC X(01) VALUE "N".
001850     88  PF-END-OF-FILE                     VALUE "Y".
001860 77  MT-PEND-EOF-SWITCH              PIC X(01) VALUE "N".
001870     88  MT-PEND-END-OF-FILE                VALUE "Y".
001880 77  MT-TRAN-EOF-SWITCH              PIC X(01) VALUE "N".
001890     88  MT-TRAN-END-OF-FILE                VALUE "Y".
001900 77  MT-FOUND-SWITCH                 PIC X(01) VALUE "N".
001910     88  MT-ID-FOUND                        VALUE "Y".
001920     88  MT-ID-NOT-FOUND                    VALUE "N".
001930 77  MT-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001940
001950 77  MT-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
001960 77  MT-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
001970 77  MT-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
001980 77  MT-TRANS-HELD                   PIC 9(05) COMP VALUE ZERO.
001990 77  MT-TRANS-APPROVED               PIC 9(05) COMP VALUE ZERO.
002000 77  MT-PEND-EXPIRED                 PIC 9(05) COMP VALUE ZERO.
002010
002020 77  MT-REJECT-REASON                PIC X(30) VALUE SPACES.
002030
002040*----------------------------------------------------------
002050* MINIMUM OM-AUTHORITY-LEVEL THAT TURNS AN ADD/CHANGE CARD
002060* INTO A HELD ITEM NEEDING A SECOND OPERATOR'S APPROVAL -
002070* THE SAME BAR COBOLPROD SETS FOR RUNNING PRODUCTION.
002080*----------------------------------------------------------
002090 77  REQUIRED-AUTHORITY              PIC 9(02) VALUE 50.
002100
002110*----------------------------------------------------------
002120* BUSINESS DAYS A HELD ITEM MAY WAIT FOR ITS APPROVAL.
002130*----------------------------------------------------------
002140 77  PENDING-EXPIRY-DAYS             PIC 9(03) VALUE 20.
002150
002160 77  MT-ACTING-OPERATOR              PIC X(16) VALUE SPACES.
002170 77  MT-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
002180 77  MT-RUN-TIMESTAMP                PIC X(16) VALUE SPACES.
002190 77  MT-CARD-AUTHORITY               PIC 9(02) VALUE ZERO.
002200 77  MT-BEFORE-IMAGE                 PIC X(60) VALUE SPACES.
002210 77  MT-PEND-AGE                     PIC S9(05) COMP VALUE ZERO.
002220 77  MT-OVERRIDE-SWITCH              PIC X(01) VALUE "N".
002230     88  MT-CALENDAR-OVERRIDE               VALUE "Y".
002240 77  MT-HOLD-SWITCH                  PIC X(01) VALUE "N".
002250     88  MT-HOLD-REQUIRED                   VALUE "Y".
002260 77  MT-APPROVAL-SWITCH              PIC X(01) VALUE "N".
002270     88  MT-APPROVAL-MODE                   VALUE "Y".
002280 77  MT-PEND-LOADED-SWITCH           PIC X(01) VALUE "N".
002290     88  MT-PEND-LOADED                     VALUE "Y".
002300
002310*----------------------------------------------------------
002320* PENDING-APPROVAL TABLE - THE OPERPEND FILE LOADED AT
002330* STARTUP PLUS THIS RUN'S NEW HOLDS.  STATE P ITEMS ARE
002340* WRITTEN BACK AT END OF RUN; STATE C (CONSUMED BY AN
002350* APPROVAL) AND STATE E (EXPIRED) ITEMS ARE DROPPED.
002360*----------------------------------------------------------
002370 77  MT-PEND-MAX                     PIC 9(03) COMP VALUE 50.
002380 77  MT-PEND-COUNT                   PIC 9(03) COMP VALUE ZERO.
002390 77  MT-PEND-SUB                     PIC 9(03) COMP VALUE ZERO.
002400 77  MT-PEND-FOUND                   PIC 9(03) COMP VALUE ZERO.
002410
002420 01  MT-PEND-TABLE.
002430     05  MT-PEND-ENTRY OCCURS 50 TIMES.
002440         10  MT-PD-SUBMIT-DATE       PIC 9(08).
002450         10  MT-PD-SUBMITTER         PIC X(16).
002460         10  MT-PD-CARD              PIC X(80).
002470         10  MT-PD-STATE             PIC X(01).
002480             88  MT-PD-PENDING              VALUE "P".
002490             88  MT-PD-CONSUMED             VALUE "C".
002500             88  MT-PD-EXPIRED              VALUE "E".
002510
002520*----------------------------------------------------------
002530* THE TARGET OPERATOR ID SITS IN COLS 7-22 OF THE STORED
002540* CARD IMAGE - THE SAME COLUMNS AS ON A LIVE CARD.
002550*----------------------------------------------------------
002560 01  MT-PD-CARD-VIEW.
002570     05  MT-PDV-ACTION               PIC X(06).
002580     05  MT-PDV-OPERATOR-ID          PIC X(16).
002590     05  MT-PDV-OPERATOR-NAME       PIC X(16).
002600     05  FILLER                      PIC X(42).
002610
002620 01  MT-RPT-HEADING-1.
002630     05  FILLER                      PIC X(20)
002640             VALUE "OPERMNT EDIT REPORT".
002650     05  FILLER                      PIC X(06) VALUE "DATE: ".
002660     05  MT-HDG-DATE                 PIC 9(08).
002670     05  FILLER                      PIC X(98) VALUE SPACES.
002680
002690 01  MT-RPT-HEADING-2.
002700     05  FILLER                      PIC X(08) VALUE "ACTION".
002710     05  FILLER                      PIC X(18)
002720             VALUE "OPERATOR-ID".
002730     05  FILLER                      PIC X(18) VALUE "NAME".
002740     05  FILLER                      PIC X(10) VALUE "RESULT".
002750     05  FILLER                      PIC X(30) VALUE "REASON".
002760     05  FILLER                      PIC X(48) VALUE SPACES.
002770
002780 01  MT-RPT-DETAIL.
002790     05  MT-DTL-ACTION               PIC X(06).
002800     05  FILLER                      PIC X(02) VALUE SPACES.
002810     05  MT-DTL-OPERATOR-ID          PIC X(16).
002820     05  FILLER                      PIC X(02) VALUE SPACES.
002830     05  MT-DTL-OPERATOR-NAME        PIC X(16).
002840     05  FILLER                      PIC X(02) VALUE SPACES.
002850     05  MT-DTL-RESULT               PIC X(08).
002860     05  FILLER                      PIC X(02) VALUE SPACES.
002870     05  MT-DTL-REASON               PIC X(30).
002880     05  FILLER                      PIC X(48) VALUE SPACES.
002890
002900 01  MT-RPT-TOTAL.
002910     05  MT-TOT-LABEL                PIC X(30).
002920     05  MT-TOT-COUNT                PIC Z(04)9.
002930     05  FILLER                      PIC X(97) VALUE SPACES.
002940
002950 01  MT-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002960
002970     COPY BDAYPARM.
002980
002990 PROCEDURE DIVISION.
003000*----------------------------------------------------------
003010* 0000-MAINLINE
003020*----------------------------------------------------------
003030 0000-MAINLINE.
003040     PERFORM 1100-READ-OPERATOR-PARM THRU 1100-EXIT.
003050     IF MT-OVERALL-RC NOT = ZERO
003060         MOVE MT-OVERALL-RC TO RETURN-CODE
003070         GO TO 0000-EXIT
003080     END-IF.
003090     PERFORM 1200-CHECK-BUSINESS-DAY THRU 1200-EXIT.
003100     IF MT-OVERALL-RC NOT = ZERO
003110         MOVE MT-OVERALL-RC TO RETURN-CODE
003120         GO TO 0000-EXIT
003130     END-IF.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     IF MT-OVERALL-RC NOT = ZERO
003160         GO TO 0000-WRAP-UP
003170     END-IF.
003180     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
003190         UNTIL MT-TRAN-END-OF-FILE.
003200 0000-WRAP-UP.
003210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003220 0000-EXIT.
003230     STOP RUN.
003240
003250*----------------------------------------------------------
003260* 1100-READ-OPERATOR-PARM
003270* THE SYSIN CARD NAMES THE OPERATOR RUNNING THIS
003280* MAINTENANCE.  IT IS MANDATORY NOW - THE CHANGE HISTORY
003290* AND THE TWO-PERSON APPROVAL RULE ARE WORTHLESS IF THE
003300* ACTING IDENTITY CAN BE LEFT BLANK.  COLS 41-48 "OVERRIDE"
003310* LET THE RUN GO AHEAD ON A NON-BUSINESS DAY; ANYTHING
003320* ELSE BUT BLANK THERE REFUSES THE RUN (RC 8).
003330*----------------------------------------------------------
003340 1100-READ-OPERATOR-PARM.
003350     OPEN INPUT PARM-FILE.
003360     IF PF-FILE-STATUS NOT = "00"
003370         DISPLAY "OPERMNT - UNABLE TO OPEN SYSIN - STATUS "
003380             PF-FILE-STATUS
003390         MOVE 8 TO MT-OVERALL-RC
003400         GO TO 1100-EXIT
003410     END-IF.
003420     READ PARM-FILE
003430         AT END SET PF-END-OF-FILE TO TRUE
003440     END-READ.
003450     IF PF-END-OF-FILE OR PARM-OPERATOR-ID = SPACES
003460         DISPLAY "OPERMNT - ACTING OPERATOR CARD MISSING - "
003470             "RUN STOPPED"
003480         MOVE 8 TO MT-OVERALL-RC
003490     ELSE
003500         MOVE PARM-OPERATOR-ID TO MT-ACTING-OPERATOR
003510         IF PARM-OVERRIDE = "OVERRIDE"
003520             SET MT-CALENDAR-OVERRIDE TO TRUE
003530         END-IF
003540         IF PARM-OVERRIDE NOT = SPACES
003550                 AND NOT MT-CALENDAR-OVERRIDE
003560             DISPLAY "OPERMNT - SYSIN COLS 41-48 " PARM-OVERRIDE
003570                 " NOT BLANK OR OVERRIDE - RUN REFUSED"
003580             MOVE 8 TO MT-OVERALL-RC
003590         END-IF
003600     END-IF.
003610     CLOSE PARM-FILE.
003620 1100-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------
003660* 1200-CHECK-BUSINESS-DAY
003670* TAKES THE RUN DATE AND CHECKS IT ON THE BUSINESS-DAY
003680* CALENDAR.  A NON-BUSINESS DAY - OR A YEAR THE CALENDAR HAS
003690* NOT BEEN LOADED FOR - STOPS THE RUN (RC 8) UNLESS SYSIN
003700* SAYS OVERRIDE.  NO CALENDAR AT ALL ALWAYS STOPS IT - THE
003710* PENDING ITEMS COULD NOT BE AGED.
003720*----------------------------------------------------------
003730 1200-CHECK-BUSINESS-DAY.
003740     ACCEPT MT-CURRENT-DATE FROM DATE YYYYMMDD.
003750     MOVE "C" TO BD-FUNCTION.
003760     MOVE MT-CURRENT-DATE TO BD-DATE.
003770     CALL "BUSDAY" USING BDAY-PARMS.
003780     IF BD-STATUS > 4
003790         DISPLAY "OPERMNT - BUSINESS CALENDAR UNAVAILABLE FOR "
003800             MT-CURRENT-DATE " - STATUS " BD-STATUS
003810             " - RUN STOPPED"
003820         MOVE 8 TO MT-OVERALL-RC
003830         GO TO 1200-EXIT
003840     END-IF.
003850     IF BD-STATUS = 4
003860         MOVE "YEAR NOT ON CALENDAR" TO BD-DAY-NAME
003870         MOVE "N" TO BD-BUSINESS-SWITCH
003880     END-IF.
003890     IF BD-BUSINESS-DAY
003900         GO TO 1200-EXIT
003910     END-IF.
003920     IF MT-CALENDAR-OVERRIDE
003930         DISPLAY "OPERMNT - " MT-CURRENT-DATE
003940             " IS NOT A BUSINESS DAY (" BD-DAY-NAME
003950             ") - RUNNING UNDER SYSIN OVERRIDE"
003960     ELSE
003970         DISPLAY "OPERMNT - " MT-CURRENT-DATE
003980             " IS NOT A BUSINESS DAY (" BD-DAY-NAME
003990             ") - RUN STOPPED.  TO RUN ANYWAY PUT OVERRIDE"
004000             " IN SYSIN COLS 41-48"
004010         MOVE 8 TO MT-OVERALL-RC
004020     END-IF.
004030 1200-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------
004070* 1000-INITIALIZE
004080* OPENS THE FILES AND PRINTS THE REPORT HEADINGS.  AN ABSENT
004090* MASTER (STATUS 35) IS BUILT EMPTY AND REOPENED - THE FIRST
004100* EVER RUN OF THIS PROGRAM IS HOW THE MASTER GETS CREATED.
004110* ANY OTHER MASTER OPEN FAILURE STOPS THE RUN.
004120* MT-CURRENT-DATE WAS TAKEN BY 1200.
004130*----------------------------------------------------------
004140 1000-INITIALIZE.
004150     ACCEPT MT-CURRENT-TIME FROM TIME.
004160     MOVE MT-CURRENT-DATE TO MT-RUN-TIMESTAMP (1:8).
004170     MOVE MT-CURRENT-TIME TO MT-RUN-TIMESTAMP (9:8).
004180     OPEN INPUT OPERTRAN-FILE.
004190     IF MT-TRAN-STATUS NOT = "00"
004200         DISPLAY "OPERMNT - UNABLE TO OPEN OPERTRAN - STATUS "
004210             MT-TRAN-STATUS
004220         MOVE 8 TO MT-OVERALL-RC
004230         GO TO 1000-EXIT
004240     END-IF.
004250     OPEN OUTPUT OPERRPT-FILE.
004260     IF MT-RPT-STATUS NOT = "00"
004270         DISPLAY "OPERMNT - UNABLE TO OPEN OPERRPT - STATUS "
004280             MT-RPT-STATUS
004290         MOVE 8 TO MT-OVERALL-RC
004300         GO TO 1000-EXIT
004310     END-IF.
004320     MOVE MT-CURRENT-DATE TO MT-HDG-DATE.
004330     WRITE OPERRPT-RECORD FROM MT-RPT-HEADING-1.
004340     WRITE OPERRPT-RECORD FROM MT-RPT-HEADING-2.
004350     OPEN I-O OPERMAST-FILE.
004360     IF MT-MAST-STATUS = "35"
004370         OPEN OUTPUT OPERMAST-FILE
004380         CLOSE OPERMAST-FILE
004390         OPEN I-O OPERMAST-FILE
004400     END-IF.
004410     IF MT-MAST-STATUS NOT = "00"
004420         DISPLAY "OPERMNT - UNABLE TO OPEN OPERMAST - STATUS "
004430             MT-MAST-STATUS
004440         MOVE 8 TO MT-OVERALL-RC
004450         GO TO 1000-EXIT
004460     END-IF.
004470     OPEN EXTEND OPERHIST-FILE.
004480     IF MT-HIST-STATUS NOT = "00"
004490         OPEN OUTPUT OPERHIST-FILE
004500     END-IF.
004510     IF MT-HIST-STATUS NOT = "00"
004520         DISPLAY "OPERMNT - UNABLE TO OPEN OPERHIST - STATUS "
004530             MT-HIST-STATUS
004540         MOVE 8 TO MT-OVERALL-RC
004550         GO TO 1000-EXIT
004560     END-IF.
004570     PERFORM 1600-LOAD-PENDING THRU 1600-EXIT.
004580     IF MT-OVERALL-RC = 8
004590         GO TO 1000-EXIT
004600     END-IF.
004610     PERFORM 2500-READ-TRANSACTION THRU 2500-EXIT.
004620 1000-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------
004660* 1600-LOAD-PENDING
004670* LOADS THE HELD ITEMS AWAITING APPROVAL.  AN ABSENT FILE
004680* (STATUS 35) MEANS NOTHING IS PENDING.  AN ITEM OLDER
004690* THAN PENDING-EXPIRY-DAYS BUSINESS DAYS, OR WHOSE SUBMIT
004700* DATE CANNOT BE COUNTED FROM, EXPIRES HERE - IT IS REPORTED
004710* AND WILL NOT BE WRITTEN BACK; A STALE GRANT MUST BE
004720* RESUBMITTED AND HELD AFRESH, NOT QUIETLY KEPT ALIVE.
004730*----------------------------------------------------------
004740 1600-LOAD-PENDING.
004750     OPEN INPUT OPERPEND-FILE.
004760     IF MT-PEND-STATUS = "35"
004770         SET MT-PEND-LOADED TO TRUE
004780         GO TO 1600-EXIT
004790     END-IF.
004800     IF MT-PEND-STATUS NOT = "00"
004810         DISPLAY "OPERMNT - UNABLE TO OPEN OPERPEND - STATUS "
004820             MT-PEND-STATUS
004830         MOVE 8 TO MT-OVERALL-RC
004840         GO TO 1600-EXIT
004850     END-IF.
004860     PERFORM 1650-READ-PENDING THRU 1650-EXIT
004870         UNTIL MT-PEND-END-OF-FILE
004880             OR MT-PEND-COUNT = MT-PEND-MAX.
004890     IF MT-PEND-END-OF-FILE
004900         SET MT-PEND-LOADED TO TRUE
004910     ELSE
004920         DISPLAY "OPERMNT - OPERPEND HAS MORE THAN "
004930             MT-PEND-MAX " ITEMS - RUN STOPPED"
004940         MOVE 8 TO MT-OVERALL-RC
004950     END-IF.
004960     CLOSE OPERPEND-FILE.
004970 1600-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------
005010* 1650-READ-PENDING
005020*----------------------------------------------------------
005030 1650-READ-PENDING.
005040     READ OPERPEND-FILE
005050         AT END
005060             SET MT-PEND-END-OF-FILE TO TRUE
005070     END-READ.
005080     IF MT-PEND-END-OF-FILE
005090         GO TO 1650-EXIT
005100     END-IF.
005110     ADD 1 TO MT-PEND-COUNT.
005120     MOVE ZERO TO MT-PD-SUBMIT-DATE (MT-PEND-COUNT).
005130     IF OP-SUBMIT-DATE IS NUMERIC
005140         MOVE OP-SUBMIT-DATE
005150             TO MT-PD-SUBMIT-DATE (MT-PEND-COUNT)
005160     END-IF.
005170     MOVE OP-SUBMIT-OPERATOR TO MT-PD-SUBMITTER (MT-PEND-COUNT).
005180     MOVE OP-CARD-IMAGE TO MT-PD-CARD (MT-PEND-COUNT).
005190     MOVE "P" TO MT-PD-STATE (MT-PEND-COUNT).
005200     MOVE ZERO TO MT-PEND-AGE.
005210     IF MT-PD-SUBMIT-DATE (MT-PEND-COUNT) > ZERO
005220         MOVE "D" TO BD-FUNCTION
005230         MOVE MT-PD-SUBMIT-DATE (MT-PEND-COUNT) TO BD-DATE
005240         MOVE MT-CURRENT-DATE TO BD-TO-DATE
005250         CALL "BUSDAY" USING BDAY-PARMS
005260         IF BD-STATUS > 4
005270             MOVE 99999 TO MT-PEND-AGE
005280         ELSE
005290             MOVE BD-DAYS TO MT-PEND-AGE
005300         END-IF
005310     END-IF.
005320     IF MT-PD-SUBMIT-DATE (MT-PEND-COUNT) = ZERO
005330             OR MT-PEND-AGE > PENDING-EXPIRY-DAYS
005340         MOVE "E" TO MT-PD-STATE (MT-PEND-COUNT)
005350         ADD 1 TO MT-PEND-EXPIRED
005360         PERFORM 6400-PRINT-DETAIL-EXPIRED THRU 6400-EXIT
005370         IF MT-OVERALL-RC < 4
005380             MOVE 4 TO MT-OVERALL-RC
005390         END-IF
005400     END-IF.
005410 1650-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------
005450* 2000-PROCESS-TRANSACTION
005460* VALIDATES ONE CARD AND APPLIES IT TO THE MASTER WHEN
005470* CLEAN.  EVERY CARD - APPLIED OR REJECTED - GETS ONE EDIT
005480* REPORT LINE.
005490*----------------------------------------------------------
005500 2000-PROCESS-TRANSACTION.
005510     ADD 1 TO MT-TRANS-READ.
005520     MOVE SPACES TO MT-REJECT-REASON.
005530     MOVE "N" TO MT-HOLD-SWITCH.
005540     IF OT-ACTION-APPROVE
005550         PERFORM 5000-PROCESS-APPROVAL THRU 5000-EXIT
005560         GO TO 2000-NEXT
005570     END-IF.
005580     PERFORM 3000-VALIDATE-TRANSACTION THRU 3000-EXIT.
005590     IF MT-REJECT-REASON = SPACES AND MT-HOLD-REQUIRED
005600         PERFORM 5500-HOLD-TRANSACTION THRU 5500-EXIT
005610         GO TO 2000-NEXT
005620     END-IF.
005630     IF MT-REJECT-REASON = SPACES
005640         PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
005650     END-IF.
005660     IF MT-REJECT-REASON = SPACES
005670         ADD 1 TO MT-TRANS-APPLIED
005680         PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT
005690         PERFORM 6000-PRINT-DETAIL-APPLIED THRU 6000-EXIT
005700     ELSE
005710         ADD 1 TO MT-TRANS-REJECTED
005720         PERFORM 6100-PRINT-DETAIL-REJECTED THRU 6100-EXIT
005730         IF MT-OVERALL-RC < 4
005740             MOVE 4 TO MT-OVERALL-RC
005750         END-IF
005760     END-IF.
005770 2000-NEXT.
005780     PERFORM 2500-READ-TRANSACTION THRU 2500-EXIT.
005790 2000-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------
005830* 2500-READ-TRANSACTION
005840*----------------------------------------------------------
005850 2500-READ-TRANSACTION.
005860     READ OPERTRAN-FILE
005870         AT END
005880             SET MT-TRAN-END-OF-FILE TO TRUE
005890     END-READ.
005900 2500-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------
005940* 3000-VALIDATE-TRANSACTION
005950* LEAVES MT-REJECT-REASON AS SPACES WHEN THE CARD IS CLEAN,
005960* OTHERWISE SETS IT TO THE FIRST FAILURE FOUND.
005970*----------------------------------------------------------
005980 3000-VALIDATE-TRANSACTION.
005990     IF NOT OT-ACTION-ADD AND NOT OT-ACTION-CHANGE
006000             AND NOT OT-ACTION-DELETE
006010         MOVE "INVALID ACTION CODE" TO MT-REJECT-REASON
006020         GO TO 3000-EXIT
006030     END-IF.
006040     IF OT-OPERATOR-ID = SPACES
006050         MOVE "OPERATOR ID MISSING" TO MT-REJECT-REASON
006060         GO TO 3000-EXIT
006070     END-IF.
006080     PERFORM 3500-READ-MASTER-BY-KEY THRU 3500-EXIT.
006090     IF OT-ACTION-ADD
006100         IF MT-ID-FOUND
006110             MOVE "DUPLICATE OPERATOR ID" TO MT-REJECT-REASON
006120             GO TO 3000-EXIT
006130         END-IF
006140         IF OT-OPERATOR-NAME = SPACES
006150             MOVE "OPERATOR NAME MISSING" TO MT-REJECT-REASON
006160             GO TO 3000-EXIT
006170         END-IF
006180     END-IF.
006190     IF OT-ACTION-CHANGE
006200         IF MT-ID-NOT-FOUND
006210             MOVE "OPERATOR ID NOT ON MASTER" TO MT-REJECT-REASON
006220             GO TO 3000-EXIT
006230         END-IF
006240         IF OT-OPERATOR-NAME = SPACES
006250                 AND OT-STATUS = SPACES
006260                 AND OT-EFFECTIVE-DATE = SPACES
006270                 AND OT-EXPIRY-DATE = SPACES
006280                 AND OT-AUTHORITY = SPACES
006290             MOVE "NOTHING TO CHANGE" TO MT-REJECT-REASON
006300             GO TO 3000-EXIT
006310         END-IF
006320     END-IF.
006330     IF OT-ACTION-DELETE
006340         IF MT-ID-NOT-FOUND
006350             MOVE "OPERATOR ID NOT ON MASTER" TO MT-REJECT-REASON
006360             GO TO 3000-EXIT
006370         END-IF
006380         GO TO 3000-EXIT
006390     END-IF.
006400     PERFORM 3200-VALIDATE-FIELDS THRU 3200-EXIT.
006410     IF MT-REJECT-REASON = SPACES
006420             AND NOT MT-APPROVAL-MODE
006430             AND OT-AUTHORITY IS NUMERIC
006440         MOVE OT-AUTHORITY TO MT-CARD-AUTHORITY
006450         IF MT-CARD-AUTHORITY NOT < REQUIRED-AUTHORITY
006460             SET MT-HOLD-REQUIRED TO TRUE
006470         END-IF
006480     END-IF.
006490 3000-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------
006530* 3200-VALIDATE-FIELDS
006540* FIELD-LEVEL EDITS SHARED BY ADD AND CHANGE.  A BLANK FIELD
006550* IS ALWAYS ACCEPTED HERE - ADD DEFAULTS IT, CHANGE KEEPS
006560* THE MASTER VALUE.
006570*----------------------------------------------------------
006580 3200-VALIDATE-FIELDS.
006590     IF OT-STATUS NOT = SPACES
006600             AND OT-STATUS NOT = "A" AND OT-STATUS NOT = "I"
006610         MOVE "STATUS NOT A OR I" TO MT-REJECT-REASON
006620         GO TO 3200-EXIT
006630     END-IF.
006640     IF OT-EFFECTIVE-DATE NOT = SPACES
006650             AND OT-EFFECTIVE-DATE IS NOT NUMERIC
006660         MOVE "EFFECTIVE DATE NOT NUMERIC" TO MT-REJECT-REASON
006670         GO TO 3200-EXIT
006680     END-IF.
006690     IF OT-EXPIRY-DATE NOT = SPACES
006700             AND OT-EXPIRY-DATE IS NOT NUMERIC
006710         MOVE "EXPIRY DATE NOT NUMERIC" TO MT-REJECT-REASON
006720         GO TO 3200-EXIT
006730     END-IF.
006740     IF OT-AUTHORITY NOT = SPACES
006750             AND OT-AUTHORITY IS NOT NUMERIC
006760         MOVE "AUTHORITY NOT NUMERIC" TO MT-REJECT-REASON
006770         GO TO 3200-EXIT
006780     END-IF.
006790     IF OT-EFFECTIVE-DATE IS NUMERIC
006800             AND OT-EXPIRY-DATE IS NUMERIC
006810             AND OT-EXPIRY-DATE < OT-EFFECTIVE-DATE
006820         MOVE "EXPIRY BEFORE EFFECTIVE" TO MT-REJECT-REASON
006830     END-IF.
006840 3200-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------
006880* 3500-READ-MASTER-BY-KEY
006890* KEYED EXISTENCE CHECK.  ON MT-ID-FOUND THE CURRENT MASTER
006900* RECORD IS LEFT IN OPERMAST-RECORD FOR A FOLLOWING REWRITE.
006910*----------------------------------------------------------
006920 3500-READ-MASTER-BY-KEY.
006930     MOVE OT-OPERATOR-ID TO OM-OPERATOR-ID.
006940     READ OPERMAST-FILE
006950         INVALID KEY
006960             SET MT-ID-NOT-FOUND TO TRUE
006970         NOT INVALID KEY
006980             SET MT-ID-FOUND TO TRUE
006990     END-READ.
007000     IF MT-ID-FOUND
007010         MOVE OPERMAST-RECORD TO MT-BEFORE-IMAGE
007020     ELSE
007030         MOVE SPACES TO MT-BEFORE-IMAGE
007040     END-IF.
007050 3500-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------
007090* 4000-APPLY-TRANSACTION
007100* THE CARD HAS PASSED VALIDATION - APPLY IT TO THE MASTER
007110* WITH THE MATCHING KEYED VERB.  AN I/O FAILURE HERE TURNS
007120* THE CARD INTO A REJECT AND FLAGS THE RUN (RC 8); THE
007130* REMAINING CARDS ARE STILL EDITED AND REPORTED, SO ONE BAD
007140* WRITE DOES NOT HIDE THE REST OF THE BATCH FROM REVIEW.
007150*----------------------------------------------------------
007160 4000-APPLY-TRANSACTION.
007170     IF OT-ACTION-ADD
007180         MOVE SPACES TO OPERMAST-RECORD
007190         MOVE OT-OPERATOR-ID TO OM-OPERATOR-ID
007200         MOVE OT-OPERATOR-NAME TO OM-OPERATOR-NAME
007210         MOVE "A" TO OM-STATUS
007220         MOVE ZERO TO OM-EFFECTIVE-DATE
007230         MOVE 99991231 TO OM-EXPIRY-DATE
007240         MOVE 10 TO OM-AUTHORITY-LEVEL
007250         PERFORM 4100-APPLY-CARD-FIELDS THRU 4100-EXIT
007260         WRITE OPERMAST-RECORD
007270             INVALID KEY
007280                 MOVE "MASTER WRITE FAILED" TO MT-REJECT-REASON
007290         END-WRITE
007300     END-IF.
007310     IF OT-ACTION-CHANGE
007320         IF OT-OPERATOR-NAME NOT = SPACES
007330             MOVE OT-OPERATOR-NAME TO OM-OPERATOR-NAME
007340         END-IF
007350         PERFORM 4100-APPLY-CARD-FIELDS THRU 4100-EXIT
007360         REWRITE OPERMAST-RECORD
007370             INVALID KEY
007380                 MOVE "MASTER REWRITE FAILED" TO MT-REJECT-REASON
007390         END-REWRITE
007400     END-IF.
007410     IF OT-ACTION-DELETE
007420         DELETE OPERMAST-FILE RECORD
007430             INVALID KEY
007440                 MOVE "MASTER DELETE FAILED" TO MT-REJECT-REASON
007450         END-DELETE
007460     END-IF.
007470     IF MT-REJECT-REASON NOT = SPACES
007480             OR MT-MAST-STATUS NOT = "00"
007490         DISPLAY "OPERMNT - OPERMAST I/O FAILED - STATUS "
007500             MT-MAST-STATUS
007510         MOVE 8 TO MT-OVERALL-RC
007520     END-IF.
007530 4000-EXIT.
007540     EXIT.
007550
007560*----------------------------------------------------------
007570* 4100-APPLY-CARD-FIELDS
007580* MOVES EACH SUPPLIED (NON-BLANK) ENTITLEMENT FIELD FROM THE
007590* CARD INTO OPERMAST-RECORD.  CALLED WITH THE DEFAULTED NEW
007600* RECORD ON ADD AND THE CURRENT MASTER RECORD ON CHANGE.
007610*----------------------------------------------------------
007620 4100-APPLY-CARD-FIELDS.
007630     IF OT-STATUS NOT = SPACES
007640         MOVE OT-STATUS TO OM-STATUS
007650     END-IF.
007660     IF OT-EFFECTIVE-DATE NOT = SPACES
007670         MOVE OT-EFFECTIVE-DATE TO OM-EFFECTIVE-DATE (1:8)
007680     END-IF.
007690     IF OT-EXPIRY-DATE NOT = SPACES
007700         MOVE OT-EXPIRY-DATE TO OM-EXPIRY-DATE (1:8)
007710     END-IF.
007720     IF OT-AUTHORITY NOT = SPACES
007730         MOVE OT-AUTHORITY TO OM-AUTHORITY-LEVEL (1:2)
007740     END-IF.
007750 4100-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------
007790* 5000-PROCESS-APPROVAL
007800* AN "APPROV" CARD NAMES THE TARGET OPERATOR OF A HELD
007810* ITEM.  THE APPROVER MUST BE A DIFFERENT OPERATOR THAN
007820* THE SUBMITTER - THAT IS THE WHOLE POINT.  THE HELD CARD
007830* IS RE-VALIDATED AGAINST TODAY'S MASTER BEFORE IT LANDS;
007840* A STALE CARD THAT NO LONGER PASSES IS REJECTED AND
007850* DROPPED RATHER THAN LEFT PENDING.
007860*----------------------------------------------------------
007870 5000-PROCESS-APPROVAL.
007880     IF OT-OPERATOR-ID = SPACES
007890         MOVE "OPERATOR ID MISSING" TO MT-REJECT-REASON
007900         PERFORM 5900-COUNT-REJECT THRU 5900-EXIT
007910         GO TO 5000-EXIT
007920     END-IF.
007930     PERFORM 5100-FIND-PENDING THRU 5100-EXIT.
007940     IF MT-PEND-FOUND = ZERO
007950         MOVE "NO PENDING ITEM FOR OPERATOR"
007960             TO MT-REJECT-REASON
007970         PERFORM 5900-COUNT-REJECT THRU 5900-EXIT
007980         GO TO 5000-EXIT
007990     END-IF.
008000     IF MT-PD-SUBMITTER (MT-PEND-FOUND) = MT-ACTING-OPERATOR
008010         MOVE "APPROVER SAME AS SUBMITTER" TO MT-REJECT-REASON
008020         PERFORM 5900-COUNT-REJECT THRU 5900-EXIT
008030         GO TO 5000-EXIT
008040     END-IF.
008050     MOVE "C" TO MT-PD-STATE (MT-PEND-FOUND).
008060     MOVE MT-PD-CARD (MT-PEND-FOUND) TO OPERTRAN-RECORD.
008070     MOVE SPACES TO MT-REJECT-REASON.
008080     SET MT-APPROVAL-MODE TO TRUE.
008090     PERFORM 3000-VALIDATE-TRANSACTION THRU 3000-EXIT.
008100     IF MT-REJECT-REASON = SPACES
008110         PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
008120     END-IF.
008130     MOVE "N" TO MT-APPROVAL-SWITCH.
008140     IF MT-REJECT-REASON = SPACES
008150         ADD 1 TO MT-TRANS-APPLIED
008160         ADD 1 TO MT-TRANS-APPROVED
008170         PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT
008180         PERFORM 6300-PRINT-DETAIL-APPROVED THRU 6300-EXIT
008190     ELSE
008200         PERFORM 5900-COUNT-REJECT THRU 5900-EXIT
008210     END-IF.
008220 5000-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------
008260* 5100-FIND-PENDING
008270* FIRST STILL-PENDING ITEM WHOSE STORED CARD NAMES THE
008280* OPERATOR ON THE APPROVAL CARD.
008290*----------------------------------------------------------
008300 5100-FIND-PENDING.
008310     MOVE ZERO TO MT-PEND-FOUND.
008320     IF MT-PEND-COUNT > ZERO
008330         PERFORM 5150-MATCH-PENDING THRU 5150-EXIT
008340             VARYING MT-PEND-SUB FROM 1 BY 1
008350             UNTIL MT-PEND-SUB > MT-PEND-COUNT
008360                 OR MT-PEND-FOUND > ZERO
008370     END-IF.
008380 5100-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------
008420* 5150-MATCH-PENDING
008430*----------------------------------------------------------
008440 5150-MATCH-PENDING.
008450     MOVE MT-PD-CARD (MT-PEND-SUB) TO MT-PD-CARD-VIEW.
008460     IF MT-PD-PENDING (MT-PEND-SUB)
008470             AND MT-PDV-OPERATOR-ID = OT-OPERATOR-ID
008480         MOVE MT-PEND-SUB TO MT-PEND-FOUND
008490     END-IF.
008500 5150-EXIT.
008510     EXIT.
008520
008530*----------------------------------------------------------
008540* 5500-HOLD-TRANSACTION
008550* THE CARD PASSED EVERY EDIT BUT GRANTS PRODUCTION-LEVEL
008560* AUTHORITY - IT GOES TO THE PENDING TABLE INSTEAD OF THE
008570* MASTER, AWAITING A SECOND OPERATOR.
008580*----------------------------------------------------------
008590 5500-HOLD-TRANSACTION.
008600     IF MT-PEND-COUNT = MT-PEND-MAX
008610         MOVE "PENDING FILE FULL" TO MT-REJECT-REASON
008620         MOVE 8 TO MT-OVERALL-RC
008630         PERFORM 5900-COUNT-REJECT THRU 5900-EXIT
008640         GO TO 5500-EXIT
008650     END-IF.
008660     ADD 1 TO MT-PEND-COUNT.
008670     MOVE MT-CURRENT-DATE TO MT-PD-SUBMIT-DATE (MT-PEND-COUNT).
008680     MOVE MT-ACTING-OPERATOR TO MT-PD-SUBMITTER (MT-PEND-COUNT).
008690     MOVE OPERTRAN-RECORD TO MT-PD-CARD (MT-PEND-COUNT).
008700     MOVE "P" TO MT-PD-STATE (MT-PEND-COUNT).
008710     ADD 1 TO MT-TRANS-HELD.
008720     PERFORM 6200-PRINT-DETAIL-HELD THRU 6200-EXIT.
008730 5500-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------
008770* 5900-COUNT-REJECT
008780*----------------------------------------------------------
008790 5900-COUNT-REJECT.
008800     ADD 1 TO MT-TRANS-REJECTED.
008810     PERFORM 6100-PRINT-DETAIL-REJECTED THRU 6100-EXIT.
008820     IF MT-OVERALL-RC < 4
008830         MOVE 4 TO MT-OVERALL-RC
008840     END-IF.
008850 5900-EXIT.
008860     EXIT.
008870
008880*----------------------------------------------------------
008890* 6000-PRINT-DETAIL-APPLIED
008900*----------------------------------------------------------
008910 6000-PRINT-DETAIL-APPLIED.
008920     MOVE SPACES TO MT-RPT-DETAIL.
008930     MOVE OT-ACTION TO MT-DTL-ACTION.
008940     MOVE OT-OPERATOR-ID TO MT-DTL-OPERATOR-ID.
008950     MOVE OT-OPERATOR-NAME TO MT-DTL-OPERATOR-NAME.
008960     MOVE "APPLIED" TO MT-DTL-RESULT.
008970     WRITE OPERRPT-RECORD FROM MT-RPT-DETAIL.
008980 6000-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------
009020* 6100-PRINT-DETAIL-REJECTED
009030*----------------------------------------------------------
009040 6100-PRINT-DETAIL-REJECTED.
009050     MOVE SPACES TO MT-RPT-DETAIL.
009060     MOVE OT-ACTION TO MT-DTL-ACTION.
009070     MOVE OT-OPERATOR-ID TO MT-DTL-OPERATOR-ID.
009080     MOVE OT-OPERATOR-NAME TO MT-DTL-OPERATOR-NAME.
009090     MOVE "REJECTED" TO MT-DTL-RESULT.
009100     MOVE MT-REJECT-REASON TO MT-DTL-REASON.
009110     WRITE OPERRPT-RECORD FROM MT-RPT-DETAIL.
009120 6100-EXIT.
009130     EXIT.
009140
009150*----------------------------------------------------------
009160* 6200-PRINT-DETAIL-HELD
009170*----------------------------------------------------------
009180 6200-PRINT-DETAIL-HELD.
009190     MOVE SPACES TO MT-RPT-DETAIL.
009200     MOVE OT-ACTION TO MT-DTL-ACTION.
009210     MOVE OT-OPERATOR-ID TO MT-DTL-OPERATOR-ID.
009220     MOVE OT-OPERATOR-NAME TO MT-DTL-OPERATOR-NAME.
009230     MOVE "HELD" TO MT-DTL-RESULT.
009240     MOVE "AWAITS SECOND-OPERATOR OK" TO MT-DTL-REASON.
009250     WRITE OPERRPT-RECORD FROM MT-RPT-DETAIL.
009260 6200-EXIT.
009270     EXIT.
009280
009290*----------------------------------------------------------
009300* 6300-PRINT-DETAIL-APPROVED
009310* OT- FIELDS HOLD THE STORED CARD AT THIS POINT, SO THE
009320* LINE SHOWS THE ACTION THAT ACTUALLY LANDED.
009330*----------------------------------------------------------
009340 6300-PRINT-DETAIL-APPROVED.
009350     MOVE SPACES TO MT-RPT-DETAIL.
009360     MOVE OT-ACTION TO MT-DTL-ACTION.
009370     MOVE OT-OPERATOR-ID TO MT-DTL-OPERATOR-ID.
009380     MOVE OT-OPERATOR-NAME TO MT-DTL-OPERATOR-NAME.
009390     MOVE "APPROVED" TO MT-DTL-RESULT.
009400     MOVE "SECOND-OPERATOR APPROVAL" TO MT-DTL-REASON.
009410     WRITE OPERRPT-RECORD FROM MT-RPT-DETAIL.
009420 6300-EXIT.
009430     EXIT.
009440
009450*----------------------------------------------------------
009460* 6400-PRINT-DETAIL-EXPIRED
009470* CALLED DURING THE PENDING LOAD WITH MT-PEND-COUNT
009480* POINTING AT THE EXPIRING ENTRY.
009490*----------------------------------------------------------
009500 6400-PRINT-DETAIL-EXPIRED.
009510     MOVE MT-PD-CARD (MT-PEND-COUNT) TO MT-PD-CARD-VIEW.
009520     MOVE SPACES TO MT-RPT-DETAIL.
009530     MOVE MT-PDV-ACTION TO MT-DTL-ACTION.
009540     MOVE MT-PDV-OPERATOR-ID TO MT-DTL-OPERATOR-ID.
009550     MOVE MT-PDV-OPERATOR-NAME TO MT-DTL-OPERATOR-NAME.
009560     MOVE "EXPIRED" TO MT-DTL-RESULT.
009570     MOVE "PENDING APPROVAL LAPSED" TO MT-DTL-REASON.
009580     WRITE OPERRPT-RECORD FROM MT-RPT-DETAIL.
009590 6400-EXIT.
009600     EXIT.
009610
009620*----------------------------------------------------------
009630* 8000-WRITE-HISTORY
009640* THE ACTION JUST LANDED - RECORD WHO, WHEN, AND THE
009650* MASTER RECORD BEFORE AND AFTER.  THE BEFORE IMAGE WAS
009660* CAPTURED BY THE KEYED READ IN 3500 (SPACES ON AN ADD);
009670* A DELETE LEAVES THE AFTER IMAGE BLANK.
009680*----------------------------------------------------------
009690 8000-WRITE-HISTORY.
009700     MOVE SPACES TO OPERHIST-RECORD.
009710     MOVE MT-RUN-TIMESTAMP TO OH-RUN-TIMESTAMP.
009720     MOVE MT-ACTING-OPERATOR TO OH-ACTING-OPERATOR.
009730     MOVE OT-ACTION TO OH-ACTION.
009740     MOVE MT-BEFORE-IMAGE TO OH-BEFORE-IMAGE.
009750     IF OT-ACTION-DELETE
009760         MOVE SPACES TO OH-AFTER-IMAGE
009770     ELSE
009780         MOVE OPERMAST-RECORD TO OH-AFTER-IMAGE
009790     END-IF.
009800     WRITE OPERHIST-RECORD.
009810     IF MT-HIST-STATUS NOT = "00"
009820         DISPLAY "OPERMNT - OPERHIST WRITE FAILED - STATUS "
009830             MT-HIST-STATUS
009840         MOVE 8 TO MT-OVERALL-RC
009850     END-IF.
009860 8000-EXIT.
009870     EXIT.
009880
009890*----------------------------------------------------------
009900* 9000-TERMINATE
009910*----------------------------------------------------------
009920 9000-TERMINATE.
009930     IF MT-PEND-LOADED
009940         PERFORM 9500-REWRITE-PENDING THRU 9500-EXIT
009950     END-IF.
009960     IF MT-RPT-STATUS = "00"
009970         MOVE SPACES TO MT-RPT-TOTAL
009980         MOVE "TRANSACTIONS READ" TO MT-TOT-LABEL
009990         MOVE MT-TRANS-READ TO MT-TOT-COUNT
010000         WRITE OPERRPT-RECORD FROM MT-RPT-TOTAL
010010         MOVE "TRANSACTIONS APPLIED" TO MT-TOT-LABEL
010020         MOVE MT-TRANS-APPLIED TO MT-TOT-COUNT
010030         WRITE OPERRPT-RECORD FROM MT-RPT-TOTAL
010040         MOVE "TRANSACTIONS REJECTED" TO MT-TOT-LABEL
010050         MOVE MT-TRANS-REJECTED TO MT-TOT-COUNT
010060         WRITE OPERRPT-RECORD FROM MT-RPT-TOTAL
010070         MOVE "TRANSACTIONS HELD" TO MT-TOT-LABEL
010080         MOVE MT-TRANS-HELD TO MT-TOT-COUNT
010090         WRITE OPERRPT-RECORD FROM MT-RPT-TOTAL
010100         MOVE "APPROVALS APPLIED" TO MT-TOT-LABEL
010110         MOVE MT-TRANS-APPROVED TO MT-TOT-COUNT
010120         WRITE OPERRPT-RECORD FROM MT-RPT-TOTAL
010130         MOVE "PENDING ITEMS EXPIRED" TO MT-TOT-LABEL
010140         MOVE MT-PEND-EXPIRED TO MT-TOT-COUNT
010150         WRITE OPERRPT-RECORD FROM MT-RPT-TOTAL
010160         CLOSE OPERRPT-FILE
010170     END-IF.
010180     CLOSE OPERTRAN-FILE.
010190     CLOSE OPERMAST-FILE.
010200     CLOSE OPERHIST-FILE.
010210     MOVE MT-OVERALL-RC TO RETURN-CODE.
010220 9000-EXIT.
010230     EXIT.
010240
010250*----------------------------------------------------------
010260* 9500-REWRITE-PENDING
010270* WRITES THE SURVIVING PENDING ITEMS BACK - NEW HOLDS IN,
010280* CONSUMED AND EXPIRED ITEMS OUT.  ONLY RUNS AFTER A
010290* CLEAN, COMPLETE LOAD (OPEN OK, EVERY RECORD IN), SO AN
010300* OPEN FAILURE OR AN OVERFULL FILE CAN NEVER TRUNCATE THE
010310* PENDING FILE.
010320*----------------------------------------------------------
010330 9500-REWRITE-PENDING.
010340     OPEN OUTPUT OPERPEND-FILE.
010350     IF MT-PEND-STATUS NOT = "00"
010360         DISPLAY "OPERMNT - OPERPEND REWRITE FAILED - STATUS "
010370             MT-PEND-STATUS
010380         MOVE 8 TO MT-OVERALL-RC
010390         GO TO 9500-EXIT
010400     END-IF.
010410     IF MT-PEND-COUNT > ZERO
010420         PERFORM 9550-WRITE-PENDING-ITEM THRU 9550-EXIT
010430             VARYING MT-PEND-SUB FROM 1 BY 1
010440             UNTIL MT-PEND-SUB > MT-PEND-COUNT
010450     END-IF.
010460     CLOSE OPERPEND-FILE.
010470 9500-EXIT.
010480     EXIT.
010490
010500*----------------------------------------------------------
010510* 9550-WRITE-PENDING-ITEM
010520*----------------------------------------------------------
010530 9550-WRITE-PENDING-ITEM.
010540     IF NOT MT-PD-PENDING (MT-PEND-SUB)
010550         GO TO 9550-EXIT
010560     END-IF.
010570     MOVE SPACES TO OPERPEND-RECORD.
010580     MOVE MT-PD-SUBMIT-DATE (MT-PEND-SUB) TO OP-SUBMIT-DATE.
010590     MOVE MT-PD-SUBMITTER (MT-PEND-SUB) TO OP-SUBMIT-OPERATOR.
010600     MOVE MT-PD-CARD (MT-PEND-SUB) TO OP-CARD-IMAGE.
010610     WRITE OPERPEND-RECORD.
010620     IF MT-PEND-STATUS NOT = "00"
010630         DISPLAY "OPERMNT - OPERPEND WRITE FAILED - STATUS "
010640             MT-PEND-STATUS
010650         MOVE 8 TO MT-OVERALL-RC
010660         MOVE MT-PEND-COUNT TO MT-PEND-SUB
010670     END-IF.
010680 9550-EXIT.
010690     EXIT.
010700
010710 END PROGRAM OPERMNT.
