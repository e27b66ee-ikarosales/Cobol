000230* DATE       INIT  DESCRIPTION
000240* ---------------------------------------------------------------
000250* 2026-09-03 IKS   ORIGINAL PROGRAM.
000260* 2026-10-15 IKS   BUSINESS-DAY CALENDAR (CALMAST, VIA BUSDAY).
000270*                  THE DORMANCY PERIOD IS NOW COUNTED IN BUSINESS
000280*                  DAYS.  A RUN ON A NON-BUSINESS DAY STOPS (RC 8)
000290*                  UNLESS SYSIN COLS 41-48 SAY "OVERRIDE".
000300* 2026-10-15 IKS   SYSIN COLS 41-48 MUST BE BLANK OR "OVERRIDE";
000310*                  ANYTHING ELSE NOW REFUSES THE RUN (RC 8), AS
000320*                  IN COBOLPROD.  A MISKEYED OVERRIDE USED TO BE
000330*                  TAKEN AS NO OVERRIDE.
000340*================================================================
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. OPERACT.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PARM-FILE ASSIGN TO SYSIN
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS PF-FILE-STATUS.
000440
000450     SELECT OPERMAST-FILE ASSIGN TO OPERMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS OM-OPERATOR-ID
000490         FILE STATUS IS OA-MAST-STATUS.
000500
000510     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS OA-ALOG-STATUS.
000540
000550     SELECT ACTRPT-FILE ASSIGN TO ACTRPT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS OA-RPT-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PARM-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  PARM-RECORD.
000640     05  PARM-DORMANT-DAYS           PIC X(03).
000650     05  FILLER                      PIC X(37).
000660     05  PARM-OVERRIDE               PIC X(08).
000670     05  FILLER                      PIC X(32).
000680
000690 FD  OPERMAST-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 60 CHARACTERS.
000720     COPY OPERMAST.
000730
000740 FD  AUDIT-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 60 CHARACTERS.
000770     COPY AUDITLOG.
000780
000790 FD  ACTRPT-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 132 CHARACTERS.
000820 01  ACTRPT-RECORD                   PIC X(132).
000830
000840 WORKING-STORAGE SECTION.
000850 77  PF-FILE-STATUS                  PIC X(02) VALUE SPACES.
000860 77  PF-EOF-SWITCH                   PIC X(01) VALUE "N".
000870     88  PF-END-OF-FILE                      VALUE "Y".
000880 77  OA-MAST-STATUS                  PIC X(02) VALUE SPACES.
000890 77  OA-ALOG-STATUS                  PIC X(02) VALUE SPACES.
000900 77  OA-RPT-STATUS                   PIC X(02) VALUE SPACES.
000910 77  OA-MAST-EOF-SWITCH              PIC X(01) VALUE "N".
000920     88  OA-MAST-END-OF-FILE                VALUE "Y".
000930 77  OA-ALOG-EOF-SWITCH              PIC X(01) VALUE "N".
000940     88  OA-ALOG-END-OF-FILE                VALUE "Y".
000950 77  OA-OVERALL-RC                   PIC 9(02) VALUE ZERO.
000960
000970 77  OA-DORMANT-DAYS                 PIC 9(03) VALUE ZERO.
000980 77  OA-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
000990 77  OA-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
001000 77  OA-OVERRIDE-SWITCH              PIC X(01) VALUE "N".
001010     88  OA-CALENDAR-OVERRIDE               VALUE "Y".
001020 77  OA-RECORD-DATE                  PIC 9(08) VALUE ZERO.
001030
001040 77  OA-MAST-READ                    PIC 9(05) COMP VALUE ZERO.
001050 77  OA-ALOG-READ                    PIC 9(07) COMP VALUE ZERO.
001060 77  OA-DORMANT-FLAGGED              PIC 9(05) COMP VALUE ZERO.
001070 77  OA-ORPHAN-RECORDS               PIC 9(07) COMP VALUE ZERO.
001080
001090 77  OA-OPER-MAX                     PIC 9(03) COMP VALUE 200.
001100 77  OA-OPER-COUNT                   PIC 9(03) COMP VALUE ZERO.
001110 77  OA-OPER-SUB                     PIC 9(03) COMP VALUE ZERO.
001120 77  OA-OPER-FOUND                   PIC 9(03) COMP VALUE ZERO.
001130
001140*----------------------------------------------------------
001150* OPERATOR ACCUMULATOR - THE MASTER LOADED WHOLE, THEN THE
001160* AUDIT RECORDS FOLDED IN ROW BY ROW.
001170*----------------------------------------------------------
001180 01  OA-OPER-TABLE.
001190     05  OA-OPER-ENTRY OCCURS 200 TIMES.
001200         10  OA-OP-OPERATOR-ID       PIC X(16).
001210         10  OA-OP-OPERATOR-NAME     PIC X(16).
001220         10  OA-OP-STATUS            PIC X(01).
001230         10  OA-OP-AUTHORITY         PIC 9(02).
001240         10  OA-OP-RUN-COUNT         PIC 9(05) COMP.
001250         10  OA-OP-ERROR-COUNT       PIC 9(05) COMP.
001260         10  OA-OP-LAST-USED         PIC 9(08).
001270
001280 77  OA-ORPH-MAX                     PIC 9(03) COMP VALUE 50.
001290 77  OA-ORPH-COUNT                   PIC 9(03) COMP VALUE ZERO.
001300 77  OA-ORPH-SUB                     PIC 9(03) COMP VALUE ZERO.
001310 77  OA-ORPH-FOUND                   PIC 9(03) COMP VALUE ZERO.
001320
001330*----------------------------------------------------------
001340* ORPHAN ACCUMULATOR - AUDIT OPERATOR IDS WITH NO MASTER
001350* RECORD, ONE ROW PER DISTINCT ID.
001360*----------------------------------------------------------
001370 01  OA-ORPH-TABLE.
001380     05  OA-ORPH-ENTRY OCCURS 50 TIMES.
001390         10  OA-OR-OPERATOR-ID       PIC X(16).
001400         10  OA-OR-RUN-COUNT         PIC 9(05) COMP.
001410         10  OA-OR-LAST-USED         PIC 9(08).
001420
001430 01  OA-RPT-HEADING-1.
001440     05  FILLER                      PIC X(37)
001450             VALUE "OPERACT OPERATOR ACTIVITY REPORT".
001460     05  FILLER                      PIC X(06) VALUE "DATE: ".
001470     05  OA-HDG-DATE                 PIC 9(08).
001480     05  FILLER                      PIC X(12)
001490             VALUE "  DORMANT > ".
001500     05  OA-HDG-DORMANT-DAYS         PIC Z(02)9.
001510     05  FILLER                      PIC X(14)
001520             VALUE " BUSINESS DAYS".
001530     05  FILLER                      PIC X(52) VALUE SPACES.
001540
001550 01  OA-RPT-HEADING-2.
001560     05  FILLER                      PIC X(18)
001570             VALUE "OPERATOR-ID".
001580     05  FILLER                      PIC X(18) VALUE "NAME".
001590     05  FILLER                      PIC X(04) VALUE "ST".
001600     05  FILLER                      PIC X(06) VALUE "AUTH".
001610     05  FILLER                      PIC X(08) VALUE "RUNS".
001620     05  FILLER                      PIC X(08) VALUE "ERRORS".
001630     05  FILLER                      PIC X(11) VALUE "LAST-USED".
001640     05  FILLER                      PIC X(22) VALUE "FLAG".
001650     05  FILLER                      PIC X(37) VALUE SPACES.
001660
001670 01  OA-RPT-DETAIL.
001680     05  OA-DTL-OPERATOR-ID          PIC X(16).
001690     05  FILLER                      PIC X(02) VALUE SPACES.
001700     05  OA-DTL-OPERATOR-NAME        PIC X(16).
001710     05  FILLER                      PIC X(02) VALUE SPACES.
001720     05  OA-DTL-STATUS               PIC X(01).
001730     05  FILLER                      PIC X(03) VALUE SPACES.
001740     05  OA-DTL-AUTHORITY            PIC 9(02).
001750     05  FILLER                      PIC X(04) VALUE SPACES.
001760     05  OA-DTL-RUN-COUNT            PIC Z(04)9.
001770     05  FILLER                      PIC X(03) VALUE SPACES.
001780     05  OA-DTL-ERROR-COUNT          PIC Z(04)9.
001790     05  FILLER                      PIC X(03) VALUE SPACES.
001800     05  OA-DTL-LAST-USED            PIC X(08).
001810     05  FILLER                      PIC X(03) VALUE SPACES.
001820     05  OA-DTL-FLAG                 PIC X(22).
001830     05  FILLER                      PIC X(37) VALUE SPACES.
001840
001850 01  OA-RPT-ORPHAN-HEADING.
001860     05  FILLER                      PIC X(44)
001870             VALUE
001880             "AUDIT RECORDS FOR OPERATORS NOT ON MASTER".
001890     05  FILLER                      PIC X(88) VALUE SPACES.
001900
001910 01  OA-RPT-ORPHAN-LINE.
001920     05  FILLER                      PIC X(02) VALUE SPACES.
001930     05  OA-ORL-OPERATOR-ID          PIC X(16).
001940     05  FILLER                      PIC X(02) VALUE SPACES.
001950     05  OA-ORL-RUN-COUNT            PIC Z(04)9.
001960     05  FILLER                      PIC X(07)
001970             VALUE " RUNS, ".
001980     05  FILLER                      PIC X(11)
001990             VALUE "LAST USED  ".
002000     05  OA-ORL-LAST-USED            PIC X(08).
002010     05  FILLER                      PIC X(81) VALUE SPACES.
002020
002030 01  OA-RPT-TOTAL.
002040     05  OA-TOT-LABEL                PIC X(30).
002050     05  OA-TOT-COUNT                PIC Z(06)9.
002060     05  FILLER                      PIC X(95) VALUE SPACES.
002070
002080 01  OA-BLANK-LINE                   PIC X(132) VALUE SPACES.
002090
002100     COPY BDAYPARM.
002110
002120 PROCEDURE DIVISION.
002130*----------------------------------------------------------
002140* 0000-MAINLINE
002150*----------------------------------------------------------
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     IF OA-OVERALL-RC NOT = ZERO
002190         GO TO 0000-WRAP-UP
002200     END-IF.
002210     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
002220     IF OA-OVERALL-RC = 8
002230         GO TO 0000-WRAP-UP
002240     END-IF.
002250     PERFORM 3000-FOLD-IN-AUDITLOG THRU 3000-EXIT.
002260     PERFORM 5000-PRINT-OPERATORS THRU 5000-EXIT.
002270     PERFORM 6000-PRINT-ORPHANS THRU 6000-EXIT.
002280 0000-WRAP-UP.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300 0000-EXIT.
002310     STOP RUN.
002320
002330*----------------------------------------------------------
002340* 1000-INITIALIZE
002350* THE DORMANCY PERIOD COMES FROM THE SYSIN CARD (BUSINESS
002360* DAYS, 001-999) - A SECURITY REVIEW MUST NEVER GUESS ITS
002370* OWN THRESHOLD.  THE CUTOFF IS THE EARLIEST DATE FROM
002380* WHICH THAT MANY BUSINESS DAYS HAVE PASSED BY TODAY; AN
002390* OPERATOR LAST SEEN BEFORE IT IS DORMANT.
002400*----------------------------------------------------------
002410 1000-INITIALIZE.
002420     PERFORM 1100-READ-DORMANCY-PARM THRU 1100-EXIT.
002430     IF OA-OVERALL-RC NOT = ZERO
002440         GO TO 1000-EXIT
002450     END-IF.
002460     PERFORM 1200-CHECK-BUSINESS-DAY THRU 1200-EXIT.
002470     IF OA-OVERALL-RC NOT = ZERO
002480         GO TO 1000-EXIT
002490     END-IF.
002500     MOVE "B" TO BD-FUNCTION.
002510     MOVE OA-CURRENT-DATE TO BD-DATE.
002520     MOVE OA-DORMANT-DAYS TO BD-DAYS.
002530     CALL "BUSDAY" USING BDAY-PARMS.
002540     IF BD-STATUS > 4
002550         DISPLAY "OPERACT - DORMANCY CUTOFF NOT FOUND ON THE "
002560             "BUSINESS CALENDAR - STATUS " BD-STATUS
002570         MOVE 8 TO OA-OVERALL-RC
002580         GO TO 1000-EXIT
002590     END-IF.
002600     MOVE BD-RESULT-DATE TO OA-CUTOFF-DATE.
002610     OPEN INPUT OPERMAST-FILE.
002620     IF OA-MAST-STATUS NOT = "00"
002630         DISPLAY "OPERACT - UNABLE TO OPEN OPERMAST - STATUS "
002640             OA-MAST-STATUS
002650         MOVE 8 TO OA-OVERALL-RC
002660         GO TO 1000-EXIT
002670     END-IF.
002680     OPEN INPUT AUDIT-FILE.
002690     IF OA-ALOG-STATUS NOT = "00"
002700         DISPLAY "OPERACT - UNABLE TO OPEN AUDITLOG - STATUS "
002710             OA-ALOG-STATUS
002720         MOVE 8 TO OA-OVERALL-RC
002730         GO TO 1000-EXIT
002740     END-IF.
002750     OPEN OUTPUT ACTRPT-FILE.
002760     IF OA-RPT-STATUS NOT = "00"
002770         DISPLAY "OPERACT - UNABLE TO OPEN ACTRPT - STATUS "
002780             OA-RPT-STATUS
002790         MOVE 8 TO OA-OVERALL-RC
002800         GO TO 1000-EXIT
002810     END-IF.
002820     MOVE OA-CURRENT-DATE TO OA-HDG-DATE.
002830     MOVE OA-DORMANT-DAYS TO OA-HDG-DORMANT-DAYS.
002840     WRITE ACTRPT-RECORD FROM OA-RPT-HEADING-1.
002850     WRITE ACTRPT-RECORD FROM OA-RPT-HEADING-2.
002860 1000-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------
002900* 1100-READ-DORMANCY-PARM
002910* ANYTHING BUT "OVERRIDE" OR BLANK IN COLS 41-48 REFUSES THE
002920* RUN (RC 8).
002930*----------------------------------------------------------
002940 1100-READ-DORMANCY-PARM.
002950     OPEN INPUT PARM-FILE.
002960     IF PF-FILE-STATUS NOT = "00"
002970         DISPLAY "OPERACT - UNABLE TO OPEN SYSIN - STATUS "
002980             PF-FILE-STATUS
002990         MOVE 8 TO OA-OVERALL-RC
003000         GO TO 1100-EXIT
003010     END-IF.
003020     READ PARM-FILE
003030         AT END SET PF-END-OF-FILE TO TRUE
003040     END-READ.
003050     IF PF-END-OF-FILE
003060             OR PARM-DORMANT-DAYS IS NOT NUMERIC
003070             OR PARM-DORMANT-DAYS = "000"
003080         DISPLAY "OPERACT - DORMANCY DAYS CARD MISSING OR "
003090             "NOT 001-999 - RUN STOPPED"
003100         MOVE 8 TO OA-OVERALL-RC
003110     ELSE
003120         MOVE PARM-DORMANT-DAYS TO OA-DORMANT-DAYS
003130         IF PARM-OVERRIDE = "OVERRIDE"
003140             SET OA-CALENDAR-OVERRIDE TO TRUE
003150         END-IF
003160         IF PARM-OVERRIDE NOT = SPACES
003170                 AND NOT OA-CALENDAR-OVERRIDE
003180             DISPLAY "OPERACT - SYSIN COLS 41-48 " PARM-OVERRIDE
003190                 " NOT BLANK OR OVERRIDE - RUN REFUSED"
003200             MOVE 8 TO OA-OVERALL-RC
003210         END-IF
003220     END-IF.
003230     CLOSE PARM-FILE.
003240 1100-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------
003280* 1200-CHECK-BUSINESS-DAY
003290* TAKES THE RUN DATE AND CHECKS IT ON THE BUSINESS-DAY
003300* CALENDAR.  A NON-BUSINESS DAY - OR A YEAR THE CALENDAR HAS
003310* NOT BEEN LOADED FOR - STOPS THE RUN (RC 8) UNLESS SYSIN
003320* SAYS OVERRIDE.  NO CALENDAR AT ALL ALWAYS STOPS IT - THE
003330* DORMANCY PERIOD COULD NOT BE COUNTED.
003340*----------------------------------------------------------
003350 1200-CHECK-BUSINESS-DAY.
003360     ACCEPT OA-CURRENT-DATE FROM DATE YYYYMMDD.
003370     MOVE "C" TO BD-FUNCTION.
003380     MOVE OA-CURRENT-DATE TO BD-DATE.
003390     CALL "BUSDAY" USING BDAY-PARMS.
003400     IF BD-STATUS > 4
003410         DISPLAY "OPERACT - BUSINESS CALENDAR UNAVAILABLE FOR "
003420             OA-CURRENT-DATE " - STATUS " BD-STATUS
003430             " - RUN STOPPED"
003440         MOVE 8 TO OA-OVERALL-RC
003450         GO TO 1200-EXIT
003460     END-IF.
003470     IF BD-STATUS = 4
003480         MOVE "YEAR NOT ON CALENDAR" TO BD-DAY-NAME
003490         MOVE "N" TO BD-BUSINESS-SWITCH
003500     END-IF.
003510     IF BD-BUSINESS-DAY
003520         GO TO 1200-EXIT
003530     END-IF.
003540     IF OA-CALENDAR-OVERRIDE
003550         DISPLAY "OPERACT - " OA-CURRENT-DATE
003560             " IS NOT A BUSINESS DAY (" BD-DAY-NAME
003570             ") - RUNNING UNDER SYSIN OVERRIDE"
003580     ELSE
003590         DISPLAY "OPERACT - " OA-CURRENT-DATE
003600             " IS NOT A BUSINESS DAY (" BD-DAY-NAME
003610             ") - RUN STOPPED.  TO RUN ANYWAY PUT OVERRIDE"
003620             " IN SYSIN COLS 41-48"
003630         MOVE 8 TO OA-OVERALL-RC
003640     END-IF.
003650 1200-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------
003690* 2000-LOAD-MASTER
003700* LOADS EVERY MASTER RECORD INTO THE ACCUMULATOR.  MORE
003710* OPERATORS THAN THE TABLE HOLDS IS A CONFIGURATION ERROR
003720* (RC 8) RATHER THAN A SILENTLY INCOMPLETE REVIEW.
003730*----------------------------------------------------------
003740 2000-LOAD-MASTER.
003750     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
003760     PERFORM 2100-LOAD-MASTER-ROW THRU 2100-EXIT
003770         UNTIL OA-MAST-END-OF-FILE
003780             OR OA-OPER-COUNT = OA-OPER-MAX.
003790     IF NOT OA-MAST-END-OF-FILE
003800         DISPLAY "OPERACT - OPERMAST HAS MORE THAN "
003810             OA-OPER-MAX " RECORDS - RUN STOPPED"
003820         MOVE 8 TO OA-OVERALL-RC
003830     END-IF.
003840 2000-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------
003880* 2100-LOAD-MASTER-ROW
003890*----------------------------------------------------------
003900 2100-LOAD-MASTER-ROW.
003910     ADD 1 TO OA-MAST-READ.
003920     ADD 1 TO OA-OPER-COUNT.
003930     MOVE OM-OPERATOR-ID
003940         TO OA-OP-OPERATOR-ID (OA-OPER-COUNT).
003950     MOVE OM-OPERATOR-NAME
003960         TO OA-OP-OPERATOR-NAME (OA-OPER-COUNT).
003970     MOVE OM-STATUS TO OA-OP-STATUS (OA-OPER-COUNT).
003980     MOVE ZERO TO OA-OP-AUTHORITY (OA-OPER-COUNT).
003990     IF OM-AUTHORITY-LEVEL IS NUMERIC
004000         MOVE OM-AUTHORITY-LEVEL
004010             TO OA-OP-AUTHORITY (OA-OPER-COUNT)
004020     END-IF.
004030     MOVE ZERO TO OA-OP-RUN-COUNT (OA-OPER-COUNT).
004040     MOVE ZERO TO OA-OP-ERROR-COUNT (OA-OPER-COUNT).
004050     MOVE ZERO TO OA-OP-LAST-USED (OA-OPER-COUNT).
004060     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
004070 2100-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------
004110* 2500-READ-MASTER
004120*----------------------------------------------------------
004130 2500-READ-MASTER.
004140     READ OPERMAST-FILE NEXT RECORD
004150         AT END
004160             SET OA-MAST-END-OF-FILE TO TRUE
004170     END-READ.
004180 2500-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------
004220* 3000-FOLD-IN-AUDITLOG
004230*----------------------------------------------------------
004240 3000-FOLD-IN-AUDITLOG.
004250     PERFORM 3500-READ-AUDITLOG THRU 3500-EXIT.
004260     PERFORM 3100-FOLD-IN-AUDIT-ROW THRU 3100-EXIT
004270         UNTIL OA-ALOG-END-OF-FILE.
004280 3000-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------
004320* 3100-FOLD-IN-AUDIT-ROW
004330* FOLDS ONE AUDIT RECORD INTO ITS OPERATOR'S ROW, OR INTO
004340* THE ORPHAN TABLE WHEN THE OPERATOR IS NOT ON THE MASTER.
004350*----------------------------------------------------------
004360 3100-FOLD-IN-AUDIT-ROW.
004370     ADD 1 TO OA-ALOG-READ.
004380     MOVE ZERO TO OA-RECORD-DATE.
004390     IF AL-RUN-TIMESTAMP (1:8) IS NUMERIC
004400         MOVE AL-RUN-TIMESTAMP (1:8) TO OA-RECORD-DATE
004410     END-IF.
004420     MOVE ZERO TO OA-OPER-FOUND.
004430     IF OA-OPER-COUNT > ZERO
004440         PERFORM 3200-MATCH-OPERATOR THRU 3200-EXIT
004450             VARYING OA-OPER-SUB FROM 1 BY 1
004460             UNTIL OA-OPER-SUB > OA-OPER-COUNT
004470                 OR OA-OPER-FOUND > ZERO
004480     END-IF.
004490     IF OA-OPER-FOUND > ZERO
004500         ADD 1 TO OA-OP-RUN-COUNT (OA-OPER-FOUND)
004510         IF AL-RESULT NOT = "OK"
004520             ADD 1 TO OA-OP-ERROR-COUNT (OA-OPER-FOUND)
004530         END-IF
004540         IF OA-RECORD-DATE > OA-OP-LAST-USED (OA-OPER-FOUND)
004550             MOVE OA-RECORD-DATE
004560                 TO OA-OP-LAST-USED (OA-OPER-FOUND)
004570         END-IF
004580     ELSE
004590         PERFORM 4000-NOTE-ORPHAN THRU 4000-EXIT
004600     END-IF.
004610     PERFORM 3500-READ-AUDITLOG THRU 3500-EXIT.
004620 3100-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------
004660* 3200-MATCH-OPERATOR
004670*----------------------------------------------------------
004680 3200-MATCH-OPERATOR.
004690     IF OA-OP-OPERATOR-ID (OA-OPER-SUB) = AL-OPERATOR-ID
004700         MOVE OA-OPER-SUB TO OA-OPER-FOUND
004710     END-IF.
004720 3200-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------
004760* 3500-READ-AUDITLOG
004770*----------------------------------------------------------
004780 3500-READ-AUDITLOG.
004790     READ AUDIT-FILE
004800         AT END
004810             SET OA-ALOG-END-OF-FILE TO TRUE
004820     END-READ.
004830 3500-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------
004870* 4000-NOTE-ORPHAN
004880* AN AUDIT RECORD FOR AN ID NOT ON THE MASTER - EITHER A
004890* DELETED OPERATOR'S OLD RUNS OR SOMETHING WORSE.  ONE
004900* ORPHAN ROW PER DISTINCT ID; AN OVERFLOWING DAY STILL
004910* COUNTS THE RECORDS AND FAILS VISIBLY ON THE CONSOLE.
004920*----------------------------------------------------------
004930 4000-NOTE-ORPHAN.
004940     ADD 1 TO OA-ORPHAN-RECORDS.
004950     MOVE ZERO TO OA-ORPH-FOUND.
004960     IF OA-ORPH-COUNT > ZERO
004970         PERFORM 4100-MATCH-ORPHAN THRU 4100-EXIT
004980             VARYING OA-ORPH-SUB FROM 1 BY 1
004990             UNTIL OA-ORPH-SUB > OA-ORPH-COUNT
005000                 OR OA-ORPH-FOUND > ZERO
005010     END-IF.
005020     IF OA-ORPH-FOUND = ZERO
005030         IF OA-ORPH-COUNT = OA-ORPH-MAX
005040             DISPLAY "OPERACT - MORE THAN " OA-ORPH-MAX
005050                 " DISTINCT ORPHAN IDS - LIST TRUNCATED"
005060             MOVE 8 TO OA-OVERALL-RC
005070             GO TO 4000-EXIT
005080         END-IF
005090         ADD 1 TO OA-ORPH-COUNT
005100         MOVE OA-ORPH-COUNT TO OA-ORPH-FOUND
005110         MOVE AL-OPERATOR-ID
005120             TO OA-OR-OPERATOR-ID (OA-ORPH-FOUND)
005130         MOVE ZERO TO OA-OR-RUN-COUNT (OA-ORPH-FOUND)
005140         MOVE ZERO TO OA-OR-LAST-USED (OA-ORPH-FOUND)
005150     END-IF.
005160     ADD 1 TO OA-OR-RUN-COUNT (OA-ORPH-FOUND).
005170     IF OA-RECORD-DATE > OA-OR-LAST-USED (OA-ORPH-FOUND)
005180         MOVE OA-RECORD-DATE
005190             TO OA-OR-LAST-USED (OA-ORPH-FOUND)
005200     END-IF.
005210 4000-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------
005250* 4100-MATCH-ORPHAN
005260*----------------------------------------------------------
005270 4100-MATCH-ORPHAN.
005280     IF OA-OR-OPERATOR-ID (OA-ORPH-SUB) = AL-OPERATOR-ID
005290         MOVE OA-ORPH-SUB TO OA-ORPH-FOUND
005300     END-IF.
005310 4100-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------
005350* 5000-PRINT-OPERATORS
005360*----------------------------------------------------------
005370 5000-PRINT-OPERATORS.
005380     IF OA-OPER-COUNT > ZERO
005390         PERFORM 5100-PRINT-OPERATOR-LINE THRU 5100-EXIT
005400             VARYING OA-OPER-SUB FROM 1 BY 1
005410             UNTIL OA-OPER-SUB > OA-OPER-COUNT
005420     END-IF.
005430 5000-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------
005470* 5100-PRINT-OPERATOR-LINE
005480* AN ACTIVE OPERATOR WHOSE LAST USE IS BEFORE THE CUTOFF -
005490* OR WHO HAS NEVER RUN AT ALL - IS A DEACTIVATION
005500* CANDIDATE.  INACTIVE OPERATORS ARE NEVER FLAGGED; THEY
005510* ARE ALREADY SHUT OFF.
005520*----------------------------------------------------------
005530 5100-PRINT-OPERATOR-LINE.
005540     MOVE SPACES TO OA-RPT-DETAIL.
005550     MOVE OA-OP-OPERATOR-ID (OA-OPER-SUB)
005560         TO OA-DTL-OPERATOR-ID.
005570     MOVE OA-OP-OPERATOR-NAME (OA-OPER-SUB)
005580         TO OA-DTL-OPERATOR-NAME.
005590     MOVE OA-OP-STATUS (OA-OPER-SUB) TO OA-DTL-STATUS.
005600     MOVE OA-OP-AUTHORITY (OA-OPER-SUB) TO OA-DTL-AUTHORITY.
005610     MOVE OA-OP-RUN-COUNT (OA-OPER-SUB) TO OA-DTL-RUN-COUNT.
005620     MOVE OA-OP-ERROR-COUNT (OA-OPER-SUB)
005630         TO OA-DTL-ERROR-COUNT.
005640     IF OA-OP-LAST-USED (OA-OPER-SUB) = ZERO
005650         MOVE "NEVER" TO OA-DTL-LAST-USED
005660     ELSE
005670         MOVE OA-OP-LAST-USED (OA-OPER-SUB)
005680             TO OA-DTL-LAST-USED
005690     END-IF.
005700     IF OA-OP-STATUS (OA-OPER-SUB) = "A"
005710             AND OA-OP-LAST-USED (OA-OPER-SUB)
005720                 < OA-CUTOFF-DATE
005730         MOVE "DEACTIVATION CANDIDATE" TO OA-DTL-FLAG
005740         ADD 1 TO OA-DORMANT-FLAGGED
005750         IF OA-OVERALL-RC < 4
005760             MOVE 4 TO OA-OVERALL-RC
005770         END-IF
005780     END-IF.
005790     WRITE ACTRPT-RECORD FROM OA-RPT-DETAIL.
005800 5100-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------
005840* 6000-PRINT-ORPHANS
005850*----------------------------------------------------------
005860 6000-PRINT-ORPHANS.
005870     IF OA-ORPH-COUNT = ZERO
005880         GO TO 6000-EXIT
005890     END-IF.
005900     WRITE ACTRPT-RECORD FROM OA-BLANK-LINE.
005910     WRITE ACTRPT-RECORD FROM OA-RPT-ORPHAN-HEADING.
005920     PERFORM 6100-PRINT-ORPHAN-LINE THRU 6100-EXIT
005930         VARYING OA-ORPH-SUB FROM 1 BY 1
005940         UNTIL OA-ORPH-SUB > OA-ORPH-COUNT.
005950     IF OA-OVERALL-RC < 4
005960         MOVE 4 TO OA-OVERALL-RC
005970     END-IF.
005980 6000-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------
006020* 6100-PRINT-ORPHAN-LINE
006030*----------------------------------------------------------
006040 6100-PRINT-ORPHAN-LINE.
006050     MOVE OA-OR-OPERATOR-ID (OA-ORPH-SUB)
006060         TO OA-ORL-OPERATOR-ID.
006070     MOVE OA-OR-RUN-COUNT (OA-ORPH-SUB) TO OA-ORL-RUN-COUNT.
006080     IF OA-OR-LAST-USED (OA-ORPH-SUB) = ZERO
006090         MOVE "UNKNOWN" TO OA-ORL-LAST-USED
006100     ELSE
006110         MOVE OA-OR-LAST-USED (OA-ORPH-SUB)
006120             TO OA-ORL-LAST-USED
006130     END-IF.
006140     WRITE ACTRPT-RECORD FROM OA-RPT-ORPHAN-LINE.
006150 6100-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------
006190* 9000-TERMINATE
006200*----------------------------------------------------------
006210 9000-TERMINATE.
006220     IF OA-RPT-STATUS = "00"
006230         WRITE ACTRPT-RECORD FROM OA-BLANK-LINE
006240         MOVE SPACES TO OA-RPT-TOTAL
006250         MOVE "OPERATORS ON MASTER" TO OA-TOT-LABEL
006260         MOVE OA-MAST-READ TO OA-TOT-COUNT
006270         WRITE ACTRPT-RECORD FROM OA-RPT-TOTAL
006280         MOVE "AUDIT RECORDS READ" TO OA-TOT-LABEL
006290         MOVE OA-ALOG-READ TO OA-TOT-COUNT
006300         WRITE ACTRPT-RECORD FROM OA-RPT-TOTAL
006310         MOVE "DEACTIVATION CANDIDATES" TO OA-TOT-LABEL
006320         MOVE OA-DORMANT-FLAGGED TO OA-TOT-COUNT
006330         WRITE ACTRPT-RECORD FROM OA-RPT-TOTAL
006340         MOVE "ORPHAN AUDIT RECORDS" TO OA-TOT-LABEL
006350         MOVE OA-ORPHAN-RECORDS TO OA-TOT-COUNT
006360         WRITE ACTRPT-RECORD FROM OA-RPT-TOTAL
006370         CLOSE ACTRPT-FILE
006380     END-IF.
006390     CLOSE OPERMAST-FILE.
006400     CLOSE AUDIT-FILE.
006410     MOVE OA-OVERALL-RC TO RETURN-CODE.
006420 9000-EXIT.
006430     EXIT.
006440
006450 END PROGRAM OPERACT.
