000210* DATE       INIT  DESCRIPTION
000220* ---------------------------------------------------------------
000230* 2026-08-22 IKS   ORIGINAL PROGRAM.
000240* 2026-10-15 IKS   A RUN ON A NON-BUSINESS DAY (CALMAST, VIA
000250*                  BUSDAY) STOPS (RC 8) UNLESS SYSIN COLS 41-48
000260*                  SAY "OVERRIDE".  RETENTION STAYS IN CALENDAR
000270*                  DAYS - IT IS A RECORDS POLICY, NOT A DEADLINE.
000280* 2026-10-15 IKS   SYSIN COLS 41-48 MUST BE BLANK OR "OVERRIDE";
000290*                  ANYTHING ELSE NOW REFUSES THE RUN (RC 8), AS
000300*                  IN COBOLPROD.  A MISKEYED OVERRIDE USED TO BE
000310*                  TAKEN AS NO OVERRIDE.
000320*================================================================
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. LOGPURGE.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT TESTLOG-FILE ASSIGN TO TESTLOG
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS LP-TLOG-STATUS.
000420
000430     SELECT TESTARCH-FILE ASSIGN TO TESTARCH
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS LP-TARC-STATUS.
000460
000470     SELECT TESTNEW-FILE ASSIGN TO TESTNEW
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS LP-TNEW-STATUS.
000500
000510     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS LP-ALOG-STATUS.
000540
000550     SELECT AUDTARCH-FILE ASSIGN TO AUDTARCH
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS LP-AARC-STATUS.
000580
000590     SELECT AUDITNEW-FILE ASSIGN TO AUDITNEW
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS LP-ANEW-STATUS.
000620
000630     SELECT PARM-FILE ASSIGN TO SYSIN
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS LP-PARM-STATUS.
000660
000670     SELECT PURGERPT-FILE ASSIGN TO PURGERPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS LP-RPT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  TESTLOG-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 100 CHARACTERS.
000760     COPY TESTLOG.
000770
000780 FD  TESTARCH-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 100 CHARACTERS.
000810 01  TESTARCH-RECORD                 PIC X(100).
000820
000830 FD  TESTNEW-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 100 CHARACTERS.
000860 01  TESTNEW-RECORD                  PIC X(100).
000870
000880 FD  AUDIT-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 60 CHARACTERS.
000910     COPY AUDITLOG.
000920
000930 FD  AUDTARCH-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 60 CHARACTERS.
000960 01  AUDTARCH-RECORD                 PIC X(60).
000970
000980 FD  AUDITNEW-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 60 CHARACTERS.
001010 01  AUDITNEW-RECORD                 PIC X(60).
001020
001030 FD  PARM-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  PARM-RECORD.
001060     05  PARM-RETENTION-DAYS         PIC X(03).
001070     05  FILLER                      PIC X(37).
001080     05  PARM-OVERRIDE               PIC X(08).
001090     05  FILLER                      PIC X(32).
001100
001110 FD  PURGERPT-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 132 CHARACTERS.
001140 01  PURGERPT-RECORD                 PIC X(132).
001150
001160 WORKING-STORAGE SECTION.
001170 77  LP-TLOG-STATUS                  PIC X(02) VALUE SPACES.
001180 77  LP-TARC-STATUS                  PIC X(02) VALUE SPACES.
001190 77  LP-TNEW-STATUS                  PIC X(02) VALUE SPACES.
001200 77  LP-ALOG-STATUS                  PIC X(02) VALUE SPACES.
001210 77  LP-AARC-STATUS                  PIC X(02) VALUE SPACES.
001220 77  LP-ANEW-STATUS                  PIC X(02) VALUE SPACES.
001230 77  LP-PARM-STATUS                  PIC X(02) VALUE SPACES.
001240 77  LP-RPT-STATUS                   PIC X(02) VALUE SPACES.
001250 77  LP-PARM-EOF-SWITCH              PIC X(01) VALUE "N".
001260     88  LP-PARM-END-OF-FILE                VALUE "Y".
001270 77  LP-TLOG-EOF-SWITCH              PIC X(01) VALUE "N".
001280     88  LP-TLOG-END-OF-FILE                VALUE "Y".
001290 77  LP-ALOG-EOF-SWITCH              PIC X(01) VALUE "N".
001300     88  LP-ALOG-END-OF-FILE                VALUE "Y".
001310 77  LP-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001320
001330 77  LP-RETENTION-DAYS               PIC 9(03) VALUE ZERO.
001340 77  LP-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001350 77  LP-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
001360 77  LP-DATE-INTEGER                 PIC 9(08) COMP VALUE ZERO.
001370 77  LP-RECORD-DATE                  PIC 9(08) VALUE ZERO.
001380 77  LP-OVERRIDE-SWITCH              PIC X(01) VALUE "N".
001390     88  LP-CALENDAR-OVERRIDE               VALUE "Y".
001400
001410 77  LP-TLOG-READ                    PIC 9(07) COMP VALUE ZERO.
001420 77  LP-TLOG-ARCHIVED                PIC 9(07) COMP VALUE ZERO.
001430 77  LP-TLOG-RETAINED                PIC 9(07) COMP VALUE ZERO.
001440 77  LP-TLOG-BAD-DATES               PIC 9(07) COMP VALUE ZERO.
001450 77  LP-ALOG-READ                    PIC 9(07) COMP VALUE ZERO.
001460 77  LP-ALOG-ARCHIVED                PIC 9(07) COMP VALUE ZERO.
001470 77  LP-ALOG-RETAINED                PIC 9(07) COMP VALUE ZERO.
001480 77  LP-ALOG-BAD-DATES               PIC 9(07) COMP VALUE ZERO.
001490
001500 01  LP-RPT-HEADING-1.
001510     05  FILLER                      PIC X(26)
001520             VALUE "LOGPURGE CONTROL REPORT".
001530     05  FILLER                      PIC X(06) VALUE "DATE: ".
001540     05  LP-HDG-DATE                 PIC 9(08).
001550     05  FILLER                      PIC X(10)
001560             VALUE "  CUTOFF: ".
001570     05  LP-HDG-CUTOFF               PIC 9(08).
001580     05  FILLER                      PIC X(74) VALUE SPACES.
001590
001600 01  LP-RPT-BAD-DATE-LINE.
001610     05  FILLER                      PIC X(02) VALUE SPACES.
001620     05  LP-BAD-FILE                 PIC X(08).
001630     05  FILLER                      PIC X(22)
001640             VALUE " TIMESTAMP UNPARSEABLE".
001650     05  FILLER                      PIC X(03) VALUE " - ".
001660     05  LP-BAD-TIMESTAMP            PIC X(16).
001670     05  FILLER                      PIC X(11)
001680             VALUE " - RETAINED".
001690     05  FILLER                      PIC X(70) VALUE SPACES.
001700
001710 01  LP-RPT-TOTAL.
001720     05  LP-TOT-FILE                 PIC X(09).
001730     05  LP-TOT-LABEL                PIC X(21).
001740     05  LP-TOT-COUNT                PIC Z(06)9.
001750     05  FILLER                      PIC X(95) VALUE SPACES.
001760
001770 01  LP-BLANK-LINE                   PIC X(132) VALUE SPACES.
001780
001790     COPY BDAYPARM.
001800
001810 PROCEDURE DIVISION.
001820*----------------------------------------------------------
001830* 0000-MAINLINE
001840*----------------------------------------------------------
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     IF LP-OVERALL-RC NOT = ZERO
001880         GO TO 0000-WRAP-UP
001890     END-IF.
001900     PERFORM 2000-PURGE-TESTLOG THRU 2000-EXIT.
001910     PERFORM 4000-PURGE-AUDITLOG THRU 4000-EXIT.
001920 0000-WRAP-UP.
001930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001940 0000-EXIT.
001950     STOP RUN.
001960
001970*----------------------------------------------------------
001980* 1000-INITIALIZE
001990* READS THE RETENTION PERIOD FROM SYSIN, DERIVES THE CUTOFF
002000* DATE, AND OPENS EVERY FILE.  A MISSING OR NON-NUMERIC
002010* RETENTION CARD STOPS THE RUN - HOUSEKEEPING MUST NEVER
002020* GUESS HOW MUCH HISTORY TO KEEP.
002030*----------------------------------------------------------
002040 1000-INITIALIZE.
002050     PERFORM 1100-READ-RETENTION-PARM THRU 1100-EXIT.
002060     IF LP-OVERALL-RC NOT = ZERO
002070         GO TO 1000-EXIT
002080     END-IF.
002090     PERFORM 1200-CHECK-BUSINESS-DAY THRU 1200-EXIT.
002100     IF LP-OVERALL-RC NOT = ZERO
002110         GO TO 1000-EXIT
002120     END-IF.
002130     COMPUTE LP-DATE-INTEGER =
002140         FUNCTION INTEGER-OF-DATE (LP-CURRENT-DATE)
002150         - LP-RETENTION-DAYS.
002160     COMPUTE LP-CUTOFF-DATE =
002170         FUNCTION DATE-OF-INTEGER (LP-DATE-INTEGER).
002180     OPEN INPUT TESTLOG-FILE.
002190     IF LP-TLOG-STATUS NOT = "00"
002200         DISPLAY "LOGPURGE - UNABLE TO OPEN TESTLOG - STATUS "
002210             LP-TLOG-STATUS
002220         MOVE 8 TO LP-OVERALL-RC
002230         GO TO 1000-EXIT
002240     END-IF.
002250     OPEN INPUT AUDIT-FILE.
002260     IF LP-ALOG-STATUS NOT = "00"
002270         DISPLAY "LOGPURGE - UNABLE TO OPEN AUDITLOG - STATUS "
002280             LP-ALOG-STATUS
002290         MOVE 8 TO LP-OVERALL-RC
002300         GO TO 1000-EXIT
002310     END-IF.
002320     OPEN OUTPUT TESTARCH-FILE.
002330     OPEN OUTPUT TESTNEW-FILE.
002340     OPEN OUTPUT AUDTARCH-FILE.
002350     OPEN OUTPUT AUDITNEW-FILE.
002360     IF LP-TARC-STATUS NOT = "00" OR LP-TNEW-STATUS NOT = "00"
002370             OR LP-AARC-STATUS NOT = "00"
002380             OR LP-ANEW-STATUS NOT = "00"
002390         DISPLAY "LOGPURGE - UNABLE TO OPEN AN OUTPUT FILE - "
002400             LP-TARC-STATUS " " LP-TNEW-STATUS " "
002410             LP-AARC-STATUS " " LP-ANEW-STATUS
002420         MOVE 8 TO LP-OVERALL-RC
002430         GO TO 1000-EXIT
002440     END-IF.
002450     OPEN OUTPUT PURGERPT-FILE.
002460     IF LP-RPT-STATUS NOT = "00"
002470         DISPLAY "LOGPURGE - UNABLE TO OPEN PURGERPT - STATUS "
002480             LP-RPT-STATUS
002490         MOVE 8 TO LP-OVERALL-RC
002500         GO TO 1000-EXIT
002510     END-IF.
002520     MOVE LP-CURRENT-DATE TO LP-HDG-DATE.
002530     MOVE LP-CUTOFF-DATE TO LP-HDG-CUTOFF.
002540     WRITE PURGERPT-RECORD FROM LP-RPT-HEADING-1.
002550     WRITE PURGERPT-RECORD FROM LP-BLANK-LINE.
002560 1000-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------
002600* 1100-READ-RETENTION-PARM
002610* ANYTHING BUT "OVERRIDE" OR BLANK IN COLS 41-48 REFUSES THE
002620* RUN (RC 8).
002630*----------------------------------------------------------
002640 1100-READ-RETENTION-PARM.
002650     OPEN INPUT PARM-FILE.
002660     IF LP-PARM-STATUS NOT = "00"
002670         DISPLAY "LOGPURGE - UNABLE TO OPEN SYSIN - STATUS "
002680             LP-PARM-STATUS
002690         MOVE 8 TO LP-OVERALL-RC
002700         GO TO 1100-EXIT
002710     END-IF.
002720     READ PARM-FILE
002730         AT END SET LP-PARM-END-OF-FILE TO TRUE
002740     END-READ.
002750     IF LP-PARM-END-OF-FILE
002760             OR PARM-RETENTION-DAYS IS NOT NUMERIC
002770             OR PARM-RETENTION-DAYS = "000"
002780         DISPLAY "LOGPURGE - RETENTION DAYS CARD MISSING OR "
002790             "NOT 001-999 - RUN STOPPED"
002800         MOVE 8 TO LP-OVERALL-RC
002810     ELSE
002820         MOVE PARM-RETENTION-DAYS TO LP-RETENTION-DAYS
002830         IF PARM-OVERRIDE = "OVERRIDE"
002840             SET LP-CALENDAR-OVERRIDE TO TRUE
002850         END-IF
002860         IF PARM-OVERRIDE NOT = SPACES
002870                 AND NOT LP-CALENDAR-OVERRIDE
002880             DISPLAY "LOGPURGE - SYSIN COLS 41-48 " PARM-OVERRIDE
002890                 " NOT BLANK OR OVERRIDE - RUN REFUSED"
002900             MOVE 8 TO LP-OVERALL-RC
002910         END-IF
002920     END-IF.
002930     CLOSE PARM-FILE.
002940 1100-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------
002980* 1200-CHECK-BUSINESS-DAY
002990* TAKES THE RUN DATE AND CHECKS IT ON THE BUSINESS-DAY
003000* CALENDAR.  A NON-BUSINESS DAY - OR A YEAR THE CALENDAR HAS
003010* NOT BEEN LOADED FOR - STOPS THE RUN (RC 8) UNLESS SYSIN
003020* SAYS OVERRIDE.  NO CALENDAR AT ALL ALWAYS STOPS IT.
003030*----------------------------------------------------------
003040 1200-CHECK-BUSINESS-DAY.
003050     ACCEPT LP-CURRENT-DATE FROM DATE YYYYMMDD.
003060     MOVE "C" TO BD-FUNCTION.
003070     MOVE LP-CURRENT-DATE TO BD-DATE.
003080     CALL "BUSDAY" USING BDAY-PARMS.
003090     IF BD-STATUS > 4
003100         DISPLAY "LOGPURGE - BUSINESS CALENDAR UNAVAILABLE FOR "
003110             LP-CURRENT-DATE " - STATUS " BD-STATUS
003120             " - RUN STOPPED"
003130         MOVE 8 TO LP-OVERALL-RC
003140         GO TO 1200-EXIT
003150     END-IF.
003160     IF BD-STATUS = 4
003170         MOVE "YEAR NOT ON CALENDAR" TO BD-DAY-NAME
003180         MOVE "N" TO BD-BUSINESS-SWITCH
003190     END-IF.
003200     IF BD-BUSINESS-DAY
003210         GO TO 1200-EXIT
003220     END-IF.
003230     IF LP-CALENDAR-OVERRIDE
003240         DISPLAY "LOGPURGE - " LP-CURRENT-DATE
003250             " IS NOT A BUSINESS DAY (" BD-DAY-NAME
003260             ") - RUNNING UNDER SYSIN OVERRIDE"
003270     ELSE
003280         DISPLAY "LOGPURGE - " LP-CURRENT-DATE
003290             " IS NOT A BUSINESS DAY (" BD-DAY-NAME
003300             ") - RUN STOPPED.  TO RUN ANYWAY PUT OVERRIDE"
003310             " IN SYSIN COLS 41-48"
003320         MOVE 8 TO LP-OVERALL-RC
003330     END-IF.
003340 1200-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------
003380* 2000-PURGE-TESTLOG
003390*----------------------------------------------------------
003400 2000-PURGE-TESTLOG.
003410     PERFORM 2500-READ-TESTLOG THRU 2500-EXIT.
003420     PERFORM 2100-DISPOSE-TESTLOG-RECORD THRU 2100-EXIT
003430         UNTIL LP-TLOG-END-OF-FILE.
003440 2000-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------
003480* 2100-DISPOSE-TESTLOG-RECORD
003490* OLDER THAN THE CUTOFF GOES TO THE ARCHIVE, ANYTHING ELSE
003500* (INCLUDING AN UNPARSEABLE TIMESTAMP) IS RETAINED.
003510*----------------------------------------------------------
003520 2100-DISPOSE-TESTLOG-RECORD.
003530     ADD 1 TO LP-TLOG-READ.
003540     IF TL-RUN-TIMESTAMP (1:8) IS NOT NUMERIC
003550         ADD 1 TO LP-TLOG-BAD-DATES
003560         MOVE SPACES TO LP-RPT-BAD-DATE-LINE (1:2)
003570         MOVE "TESTLOG" TO LP-BAD-FILE
003580         MOVE TL-RUN-TIMESTAMP TO LP-BAD-TIMESTAMP
003590         WRITE PURGERPT-RECORD FROM LP-RPT-BAD-DATE-LINE
003600         IF LP-OVERALL-RC < 4
003610             MOVE 4 TO LP-OVERALL-RC
003620         END-IF
003630         PERFORM 2200-RETAIN-TESTLOG-RECORD THRU 2200-EXIT
003640         GO TO 2100-NEXT
003650     END-IF.
003660     MOVE TL-RUN-TIMESTAMP (1:8) TO LP-RECORD-DATE.
003670     IF LP-RECORD-DATE < LP-CUTOFF-DATE
003680         WRITE TESTARCH-RECORD FROM TESTLOG-RECORD
003690         IF LP-TARC-STATUS NOT = "00"
003700             DISPLAY "LOGPURGE - TESTARCH WRITE FAILED - STATUS "
003710                 LP-TARC-STATUS
003720             MOVE 8 TO LP-OVERALL-RC
003730             SET LP-TLOG-END-OF-FILE TO TRUE
003740             GO TO 2100-EXIT
003750         END-IF
003760         ADD 1 TO LP-TLOG-ARCHIVED
003770     ELSE
003780         PERFORM 2200-RETAIN-TESTLOG-RECORD THRU 2200-EXIT
003790     END-IF.
003800 2100-NEXT.
003810     PERFORM 2500-READ-TESTLOG THRU 2500-EXIT.
003820 2100-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------
003860* 2200-RETAIN-TESTLOG-RECORD
003870*----------------------------------------------------------
003880 2200-RETAIN-TESTLOG-RECORD.
003890     WRITE TESTNEW-RECORD FROM TESTLOG-RECORD.
003900     IF LP-TNEW-STATUS NOT = "00"
003910         DISPLAY "LOGPURGE - TESTNEW WRITE FAILED - STATUS "
003920             LP-TNEW-STATUS
003930         MOVE 8 TO LP-OVERALL-RC
003940         SET LP-TLOG-END-OF-FILE TO TRUE
003950     ELSE
003960         ADD 1 TO LP-TLOG-RETAINED
003970     END-IF.
003980 2200-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------
004020* 2500-READ-TESTLOG
004030*----------------------------------------------------------
004040 2500-READ-TESTLOG.
004050     READ TESTLOG-FILE
004060         AT END
004070             SET LP-TLOG-END-OF-FILE TO TRUE
004080     END-READ.
004090 2500-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------
004130* 4000-PURGE-AUDITLOG
004140*----------------------------------------------------------
004150 4000-PURGE-AUDITLOG.
004160     PERFORM 4500-READ-AUDITLOG THRU 4500-EXIT.
004170     PERFORM 4100-DISPOSE-AUDIT-RECORD THRU 4100-EXIT
004180         UNTIL LP-ALOG-END-OF-FILE.
004190 4000-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------
004230* 4100-DISPOSE-AUDIT-RECORD
004240* SAME DISPOSITION RULES AS 2100 FOR THE AUDIT FILE.
004250*----------------------------------------------------------
004260 4100-DISPOSE-AUDIT-RECORD.
004270     ADD 1 TO LP-ALOG-READ.
004280     IF AL-RUN-TIMESTAMP (1:8) IS NOT NUMERIC
004290         ADD 1 TO LP-ALOG-BAD-DATES
004300         MOVE SPACES TO LP-RPT-BAD-DATE-LINE (1:2)
004310         MOVE "AUDITLOG" TO LP-BAD-FILE
004320         MOVE AL-RUN-TIMESTAMP TO LP-BAD-TIMESTAMP
004330         WRITE PURGERPT-RECORD FROM LP-RPT-BAD-DATE-LINE
004340         IF LP-OVERALL-RC < 4
004350             MOVE 4 TO LP-OVERALL-RC
004360         END-IF
004370         PERFORM 4200-RETAIN-AUDIT-RECORD THRU 4200-EXIT
004380         GO TO 4100-NEXT
004390     END-IF.
004400     MOVE AL-RUN-TIMESTAMP (1:8) TO LP-RECORD-DATE.
004410     IF LP-RECORD-DATE < LP-CUTOFF-DATE
004420         WRITE AUDTARCH-RECORD FROM AUDIT-RECORD
004430         IF LP-AARC-STATUS NOT = "00"
004440             DISPLAY "LOGPURGE - AUDTARCH WRITE FAILED - STATUS "
004450                 LP-AARC-STATUS
004460             MOVE 8 TO LP-OVERALL-RC
004470             SET LP-ALOG-END-OF-FILE TO TRUE
004480             GO TO 4100-EXIT
004490         END-IF
004500         ADD 1 TO LP-ALOG-ARCHIVED
004510     ELSE
004520         PERFORM 4200-RETAIN-AUDIT-RECORD THRU 4200-EXIT
004530     END-IF.
004540 4100-NEXT.
004550     PERFORM 4500-READ-AUDITLOG THRU 4500-EXIT.
004560 4100-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------
004600* 4200-RETAIN-AUDIT-RECORD
004610*----------------------------------------------------------
004620 4200-RETAIN-AUDIT-RECORD.
004630     WRITE AUDITNEW-RECORD FROM AUDIT-RECORD.
004640     IF LP-ANEW-STATUS NOT = "00"
004650         DISPLAY "LOGPURGE - AUDITNEW WRITE FAILED - STATUS "
004660             LP-ANEW-STATUS
004670         MOVE 8 TO LP-OVERALL-RC
004680         SET LP-ALOG-END-OF-FILE TO TRUE
004690     ELSE
004700         ADD 1 TO LP-ALOG-RETAINED
004710     END-IF.
004720 4200-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------
004760* 4500-READ-AUDITLOG
004770*----------------------------------------------------------
004780 4500-READ-AUDITLOG.
004790     READ AUDIT-FILE
004800         AT END
004810             SET LP-ALOG-END-OF-FILE TO TRUE
004820     END-READ.
004830 4500-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------
004870* 9000-TERMINATE
004880*----------------------------------------------------------
004890 9000-TERMINATE.
004900     IF LP-RPT-STATUS = "00"
004910         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
004920         CLOSE PURGERPT-FILE
004930     END-IF.
004940     CLOSE TESTLOG-FILE.
004950     CLOSE TESTARCH-FILE.
004960     CLOSE TESTNEW-FILE.
004970     CLOSE AUDIT-FILE.
004980     CLOSE AUDTARCH-FILE.
004990     CLOSE AUDITNEW-FILE.
005000     MOVE LP-OVERALL-RC TO RETURN-CODE.
005010 9000-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------
005050* 9100-PRINT-TOTALS
005060*----------------------------------------------------------
005070 9100-PRINT-TOTALS.
005080     WRITE PURGERPT-RECORD FROM LP-BLANK-LINE.
005090     MOVE SPACES TO LP-RPT-TOTAL.
005100     MOVE "TESTLOG" TO LP-TOT-FILE.
005110     MOVE "RECORDS READ" TO LP-TOT-LABEL.
005120     MOVE LP-TLOG-READ TO LP-TOT-COUNT.
005130     WRITE PURGERPT-RECORD FROM LP-RPT-TOTAL.
005140     MOVE "RECORDS ARCHIVED" TO LP-TOT-LABEL.
005150     MOVE LP-TLOG-ARCHIVED TO LP-TOT-COUNT.
005160     WRITE PURGERPT-RECORD FROM LP-RPT-TOTAL.
005170     MOVE "RECORDS RETAINED" TO LP-TOT-LABEL.
005180     MOVE LP-TLOG-RETAINED TO LP-TOT-COUNT.
005190     WRITE PURGERPT-RECORD FROM LP-RPT-TOTAL.
005200     MOVE "BAD TIMESTAMPS" TO LP-TOT-LABEL.
005210     MOVE LP-TLOG-BAD-DATES TO LP-TOT-COUNT.
005220     WRITE PURGERPT-RECORD FROM LP-RPT-TOTAL.
005230     WRITE PURGERPT-RECORD FROM LP-BLANK-LINE.
005240     MOVE "AUDITLOG" TO LP-TOT-FILE.
005250     MOVE "RECORDS READ" TO LP-TOT-LABEL.
005260     MOVE LP-ALOG-READ TO LP-TOT-COUNT.
005270     WRITE PURGERPT-RECORD FROM LP-RPT-TOTAL.
005280     MOVE "RECORDS ARCHIVED" TO LP-TOT-LABEL.
005290     MOVE LP-ALOG-ARCHIVED TO LP-TOT-COUNT.
005300     WRITE PURGERPT-RECORD FROM LP-RPT-TOTAL.
005310     MOVE "RECORDS RETAINED" TO LP-TOT-LABEL.
005320     MOVE LP-ALOG-RETAINED TO LP-TOT-COUNT.
005330     WRITE PURGERPT-RECORD FROM LP-RPT-TOTAL.
005340     MOVE "BAD TIMESTAMPS" TO LP-TOT-LABEL.
005350     MOVE LP-ALOG-BAD-DATES TO LP-TOT-COUNT.
005360     WRITE PURGERPT-RECORD FROM LP-RPT-TOTAL.
005370 9100-EXIT.
005380     EXIT.
005390
005400 END PROGRAM LOGPURGE.
