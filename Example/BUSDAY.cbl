000010*================================================================
000020* PROGRAM-ID    :  BUSDAY
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  CALLABLE BUSINESS-DAY CALENDAR ROUTINE, SHARED
000090*                  BY THE POSTING, SUSPENSE AND HOUSEKEEPING RUNS
000100*                  SO THAT EVERY DATE RULE COUNTS DAYS THE SAME
000110*                  WAY.  ON THE FIRST CALL OF A RUN UNIT THE
000120*                  CALENDAR (CALMAST KSDS) IS READ INTO A TABLE
000130*                  AND HELD - WORKING-STORAGE PERSISTS ACROSS
000140*                  CALLS - SO REPEAT CALLERS (ONE PER SUSPENSE
000150*                  ITEM, ONE PER PENDING REQUEST) PAY FOR ONE
000160*                  PASS OF THE FILE.  THE FUNCTIONS, THE CALLING
000170*                  AREA AND THE STATUS CODES ARE DESCRIBED IN
000180*                  COPYBOOK BDAYPARM.
000190*
000200* MODIFICATION HISTORY
000210* ---------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* ---------------------------------------------------------------
000240* 2026-10-15 IKS   ORIGINAL PROGRAM.
000250* 2026-10-15 IKS   A CALMAST READ ERROR OR TABLE OVERFLOW NOW
000260*                  LEAVES THE CALENDAR UNLOADED, AS THE MESSAGES
000270*                  SAY - THE CLOSE USED TO CLEAR THE STATUS AND
000280*                  LET A PARTLY LOADED CALENDAR BE USED.
000290*================================================================
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. BUSDAY.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CALMAST-FILE ASSIGN TO CALMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS CM-CAL-DATE
000400         FILE STATUS IS BY-CAL-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CALMAST-FILE
000450     LABEL RECORDS ARE STANDARD
000460     RECORD CONTAINS 80 CHARACTERS.
000470     COPY CALMAST.
000480
000490 WORKING-STORAGE SECTION.
000500 77  BY-CAL-STATUS                   PIC X(02) VALUE SPACES.
000510 77  BY-LOAD-SWITCH                  PIC X(01) VALUE "N".
000520     88  BY-CALENDAR-NOT-LOADED             VALUE "N".
000530     88  BY-CALENDAR-LOADED                 VALUE "Y".
000540     88  BY-CALENDAR-FAILED                 VALUE "F".
000550 77  BY-CAL-EOF-SWITCH               PIC X(01) VALUE "N".
000560     88  BY-CAL-END-OF-FILE                 VALUE "Y".
000570 77  BY-LOAD-ERROR-SWITCH            PIC X(01) VALUE "N".
000580     88  BY-LOAD-ERROR                      VALUE "Y".
000590 77  BY-ENTRY-SWITCH                 PIC X(01) VALUE "N".
000600     88  BY-ENTRY-FOUND                     VALUE "Y".
000610     88  BY-ENTRY-PASSED                    VALUE "P".
000620 77  BY-YEAR-SWITCH                  PIC X(01) VALUE "N".
000630     88  BY-YEAR-FOUND                      VALUE "Y".
000640 77  BY-DATE-SWITCH                  PIC X(01) VALUE "N".
000650     88  BY-DATE-VALID                      VALUE "Y".
000660 77  BY-WORK-SWITCH                  PIC X(01) VALUE "N".
000670     88  BY-WORK-BUSINESS-DAY               VALUE "Y".
000680
000690*----------------------------------------------------------
000700* THE HOLIDAY / EXTRA BUSINESS DAY ENTRIES AND THE LOADED
000710* YEARS, IN CALENDAR (KEY) ORDER.  A CALENDAR TOO BIG FOR
000720* THE TABLE FAILS THE LOAD RATHER THAN ANSWER FROM HALF OF
000730* IT.
000740*----------------------------------------------------------
000750 77  BY-CAL-MAX                      PIC 9(04) COMP VALUE 2000.
000760 77  BY-CAL-COUNT                    PIC 9(04) COMP VALUE ZERO.
000770 77  BY-CAL-SUB                      PIC 9(04) COMP VALUE ZERO.
000780 77  BY-YEAR-MAX                     PIC 9(04) COMP VALUE 100.
000790 77  BY-YEAR-COUNT                   PIC 9(04) COMP VALUE ZERO.
000800 77  BY-YEAR-SUB                     PIC 9(04) COMP VALUE ZERO.
000810
000820*----------------------------------------------------------
000830* A WALK THROUGH THE CALENDAR THAT FINDS NO BUSINESS DAY IN
000840* THIS MANY DAYS IS STOPPED AS INVALID, AND A COUNT OVER A
000850* SPAN LONGER THAN BY-MAX-SPAN DAYS (TEN YEARS) IS RETURNED
000860* AS 99999 WITHOUT WALKING IT.
000870*----------------------------------------------------------
000880 77  BY-MAX-STEPS                    PIC 9(05) COMP VALUE 20000.
000890 77  BY-MAX-SPAN                     PIC 9(05) COMP VALUE 3660.
000900 77  BY-STEP-COUNT                   PIC 9(05) COMP VALUE ZERO.
000910 77  BY-DAY-COUNT                    PIC 9(05) COMP VALUE ZERO.
000920
000930 77  BY-DAY-NUMBER                   PIC 9(08) COMP VALUE ZERO.
000940 77  BY-END-NUMBER                   PIC 9(08) COMP VALUE ZERO.
000950 77  BY-WORK-NUMBER                  PIC 9(08) COMP VALUE ZERO.
000960 77  BY-WEEK-COUNT                   PIC 9(08) COMP VALUE ZERO.
000970 77  BY-WEEKDAY-OFFSET               PIC 9(01) COMP VALUE ZERO.
000980 77  BY-WEEKDAY                      PIC 9(01) VALUE ZERO.
000990 77  BY-LEAP-QUOTIENT                PIC 9(04) COMP VALUE ZERO.
001000 77  BY-LEAP-REMAINDER               PIC 9(04) COMP VALUE ZERO.
001010 77  BY-MONTH-LENGTH                 PIC 9(02) VALUE ZERO.
001020 77  BY-WORK-DAY-NAME                PIC X(30) VALUE SPACES.
001030
001040 01  BY-CAL-TABLE.
001050     05  BY-CAL-ENTRY OCCURS 2000 TIMES.
001060         10  BY-CE-DATE              PIC 9(08).
001070         10  BY-CE-TYPE              PIC X(01).
001080         10  BY-CE-DESCRIPTION       PIC X(30).
001090
001100 01  BY-YEAR-TABLE.
001110     05  BY-YEAR-ENTRY OCCURS 100 TIMES.
001120         10  BY-YR-YEAR              PIC 9(04).
001130
001140 01  BY-MONTH-LENGTHS.
001150     05  FILLER                      PIC X(24)
001160             VALUE "312831303130313130313031".
001170 01  BY-MONTH-LENGTH-TABLE REDEFINES BY-MONTH-LENGTHS.
001180     05  BY-ML-DAYS OCCURS 12 TIMES  PIC 9(02).
001190
001200 01  BY-WORK-DATE                    PIC 9(08) VALUE ZERO.
001210 01  BY-WORK-DATE-R REDEFINES BY-WORK-DATE.
001220     05  BY-WORK-YEAR                PIC 9(04).
001230     05  BY-WORK-MONTH               PIC 9(02).
001240     05  BY-WORK-DAY                 PIC 9(02).
001250
001260 LINKAGE SECTION.
001270     COPY BDAYPARM.
001280
001290 PROCEDURE DIVISION USING BDAY-PARMS.
001300
001310*----------------------------------------------------------
001320* 0000-MAIN-PROCEDURE
001330*----------------------------------------------------------
001340 0000-MAIN-PROCEDURE.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360     IF BD-STATUS NOT = ZERO
001370         GO TO 0000-EXIT
001380     END-IF.
001390     IF BD-CHECK-DATE
001400         PERFORM 2000-CHECK-DATE THRU 2000-EXIT
001410         GO TO 0000-EXIT
001420     END-IF.
001430     IF BD-PRIOR-BUSINESS-DAY
001440         PERFORM 2100-PRIOR-BUSINESS-DAY THRU 2100-EXIT
001450         GO TO 0000-EXIT
001460     END-IF.
001470     IF BD-COUNT-DAYS
001480         PERFORM 2200-COUNT-BUSINESS-DAYS THRU 2200-EXIT
001490         GO TO 0000-EXIT
001500     END-IF.
001510     IF BD-BACK-DAYS
001520         PERFORM 2300-BACK-BUSINESS-DAYS THRU 2300-EXIT
001530         GO TO 0000-EXIT
001540     END-IF.
001550     MOVE 12 TO BD-STATUS.
001560 0000-EXIT.
001570     GOBACK.
001580
001590*----------------------------------------------------------
001600* 1000-INITIALIZE
001610* CLEARS THE RETURNED FIELDS AND LOADS THE CALENDAR ON THE
001620* FIRST CALL.  A LOAD THAT FAILED ONCE IS NOT RETRIED - EVERY
001630* LATER CALL IN THE RUN UNIT GETS STATUS 8 AS WELL.
001640*----------------------------------------------------------
001650 1000-INITIALIZE.
001660     MOVE ZERO TO BD-STATUS.
001670     MOVE ZERO TO BD-RESULT-DATE.
001680     MOVE SPACES TO BD-DAY-NAME.
001690     SET BD-NOT-BUSINESS-DAY TO TRUE.
001700     IF BY-CALENDAR-NOT-LOADED
001710         PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
001720     END-IF.
001730     IF BY-CALENDAR-FAILED
001740         MOVE 8 TO BD-STATUS
001750     END-IF.
001760 1000-EXIT.
001770     EXIT.
001780
001790*----------------------------------------------------------
001800* 1100-LOAD-CALENDAR
001810* READS CALMAST FROM END TO END INTO THE TABLES.  THE FILE
001820* MUST EXIST - A RUN THAT COUNTS BUSINESS DAYS WITH NO
001830* CALENDAR AT ALL WOULD SILENTLY TREAT EVERY HOLIDAY AS A
001840* WORKING DAY.  A READ ERROR OR A TABLE OVERFLOW IN 1200 SETS
001850* BY-LOAD-ERROR, AND A PARTLY LOADED CALENDAR IS NOT USED.
001860*----------------------------------------------------------
001870 1100-LOAD-CALENDAR.
001880     SET BY-CALENDAR-FAILED TO TRUE.
001890     OPEN INPUT CALMAST-FILE.
001900     IF BY-CAL-STATUS NOT = "00"
001910         DISPLAY "BUSDAY - UNABLE TO OPEN CALMAST - STATUS "
001920             BY-CAL-STATUS
001930         GO TO 1100-EXIT
001940     END-IF.
001950     PERFORM 1200-LOAD-ENTRY THRU 1200-EXIT
001960         UNTIL BY-CAL-END-OF-FILE.
001970     CLOSE CALMAST-FILE.
001980     IF BY-LOAD-ERROR
001990         GO TO 1100-EXIT
002000     END-IF.
002010     SET BY-CALENDAR-LOADED TO TRUE.
002020 1100-EXIT.
002030     EXIT.
002040
002050*----------------------------------------------------------
002060* 1200-LOAD-ENTRY
002070*----------------------------------------------------------
002080 1200-LOAD-ENTRY.
002090     READ CALMAST-FILE NEXT RECORD
002100         AT END
002110             SET BY-CAL-END-OF-FILE TO TRUE
002120             GO TO 1200-EXIT
002130     END-READ.
002140     IF BY-CAL-STATUS NOT = "00"
002150         DISPLAY "BUSDAY - CALMAST READ FAILED - STATUS "
002160             BY-CAL-STATUS
002170         SET BY-LOAD-ERROR TO TRUE
002180         SET BY-CAL-END-OF-FILE TO TRUE
002190         GO TO 1200-EXIT
002200     END-IF.
002210     IF CM-YEAR-LOADED
002220         IF BY-YEAR-COUNT NOT < BY-YEAR-MAX
002230             DISPLAY "BUSDAY - CALMAST HOLDS MORE THAN "
002240                 BY-YEAR-MAX " YEARS - CALENDAR NOT USED"
002250             SET BY-LOAD-ERROR TO TRUE
002260             SET BY-CAL-END-OF-FILE TO TRUE
002270             GO TO 1200-EXIT
002280         END-IF
002290         ADD 1 TO BY-YEAR-COUNT
002300         MOVE CM-CAL-YEAR TO BY-YR-YEAR (BY-YEAR-COUNT)
002310         GO TO 1200-EXIT
002320     END-IF.
002330     IF BY-CAL-COUNT NOT < BY-CAL-MAX
002340         DISPLAY "BUSDAY - CALMAST HOLDS MORE THAN " BY-CAL-MAX
002350             " DAYS - CALENDAR NOT USED"
002360         SET BY-LOAD-ERROR TO TRUE
002370         SET BY-CAL-END-OF-FILE TO TRUE
002380         GO TO 1200-EXIT
002390     END-IF.
002400     ADD 1 TO BY-CAL-COUNT.
002410     MOVE CM-CAL-DATE TO BY-CE-DATE (BY-CAL-COUNT).
002420     MOVE CM-DAY-TYPE TO BY-CE-TYPE (BY-CAL-COUNT).
002430     MOVE CM-DESCRIPTION TO BY-CE-DESCRIPTION (BY-CAL-COUNT).
002440 1200-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------
002480* 2000-CHECK-DATE
002490* FUNCTION "C" - IS BD-DATE A BUSINESS DAY.
002500*----------------------------------------------------------
002510 2000-CHECK-DATE.
002520     MOVE BD-DATE TO BY-WORK-DATE.
002530     PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT.
002540     IF NOT BY-DATE-VALID
002550         MOVE 12 TO BD-STATUS
002560         GO TO 2000-EXIT
002570     END-IF.
002580     COMPUTE BY-DAY-NUMBER =
002590         FUNCTION INTEGER-OF-DATE (BY-WORK-DATE).
002600     PERFORM 3100-CLASSIFY-DAY THRU 3100-EXIT.
002610     IF BY-WORK-BUSINESS-DAY
002620         SET BD-BUSINESS-DAY TO TRUE
002630     ELSE
002640         MOVE BY-WORK-DAY-NAME TO BD-DAY-NAME
002650     END-IF.
002660 2000-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------
002700* 2100-PRIOR-BUSINESS-DAY
002710* FUNCTION "P" - THE LAST BUSINESS DAY BEFORE BD-DATE.
002720*----------------------------------------------------------
002730 2100-PRIOR-BUSINESS-DAY.
002740     MOVE BD-DATE TO BY-WORK-DATE.
002750     PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT.
002760     IF NOT BY-DATE-VALID
002770         MOVE 12 TO BD-STATUS
002780         GO TO 2100-EXIT
002790     END-IF.
002800     COMPUTE BY-DAY-NUMBER =
002810         FUNCTION INTEGER-OF-DATE (BY-WORK-DATE).
002820     MOVE ZERO TO BY-STEP-COUNT.
002830     MOVE "N" TO BY-WORK-SWITCH.
002840     PERFORM 2150-STEP-BACK THRU 2150-EXIT
002850         UNTIL BY-WORK-BUSINESS-DAY
002860             OR BY-STEP-COUNT > BY-MAX-STEPS.
002870     IF NOT BY-WORK-BUSINESS-DAY
002880         MOVE 12 TO BD-STATUS
002890         GO TO 2100-EXIT
002900     END-IF.
002910     COMPUTE BD-RESULT-DATE =
002920         FUNCTION DATE-OF-INTEGER (BY-DAY-NUMBER).
002930 2100-EXIT.
002940     EXIT.
002950
002960*----------------------------------------------------------
002970* 2150-STEP-BACK
002980* MOVES ONE DAY EARLIER AND CLASSIFIES THE NEW DAY.
002990*----------------------------------------------------------
003000 2150-STEP-BACK.
003010     ADD 1 TO BY-STEP-COUNT.
003020     SUBTRACT 1 FROM BY-DAY-NUMBER.
003030     COMPUTE BY-WORK-DATE =
003040         FUNCTION DATE-OF-INTEGER (BY-DAY-NUMBER).
003050     PERFORM 3100-CLASSIFY-DAY THRU 3100-EXIT.
003060 2150-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------
003100* 2200-COUNT-BUSINESS-DAYS
003110* FUNCTION "D" - BUSINESS DAYS AFTER BD-DATE UP TO AND
003120* INCLUDING BD-TO-DATE.  THE FROM DATE ITSELF NEVER COUNTS,
003130* SO AN ITEM DATED TODAY IS ZERO DAYS OLD AND ONE DATED
003140* FRIDAY IS ONE DAY OLD ON MONDAY.
003150*----------------------------------------------------------
003160 2200-COUNT-BUSINESS-DAYS.
003170     MOVE ZERO TO BD-DAYS.
003180     MOVE BD-TO-DATE TO BY-WORK-DATE.
003190     PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT.
003200     IF NOT BY-DATE-VALID
003210         MOVE 12 TO BD-STATUS
003220         GO TO 2200-EXIT
003230     END-IF.
003240     COMPUTE BY-END-NUMBER =
003250         FUNCTION INTEGER-OF-DATE (BY-WORK-DATE).
003260     MOVE BD-DATE TO BY-WORK-DATE.
003270     PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT.
003280     IF NOT BY-DATE-VALID
003290         MOVE 12 TO BD-STATUS
003300         GO TO 2200-EXIT
003310     END-IF.
003320     COMPUTE BY-DAY-NUMBER =
003330         FUNCTION INTEGER-OF-DATE (BY-WORK-DATE).
003340     IF BY-END-NUMBER NOT > BY-DAY-NUMBER
003350         GO TO 2200-EXIT
003360     END-IF.
003370     IF BY-END-NUMBER - BY-DAY-NUMBER > BY-MAX-SPAN
003380         MOVE 99999 TO BD-DAYS
003390         GO TO 2200-EXIT
003400     END-IF.
003410     MOVE ZERO TO BY-DAY-COUNT.
003420     PERFORM 2250-STEP-FORWARD THRU 2250-EXIT
003430         UNTIL BY-DAY-NUMBER NOT < BY-END-NUMBER.
003440     MOVE BY-DAY-COUNT TO BD-DAYS.
003450 2200-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------
003490* 2250-STEP-FORWARD
003500* MOVES ONE DAY LATER AND COUNTS IT IF IT IS A BUSINESS DAY.
003510*----------------------------------------------------------
003520 2250-STEP-FORWARD.
003530     ADD 1 TO BY-DAY-NUMBER.
003540     COMPUTE BY-WORK-DATE =
003550         FUNCTION DATE-OF-INTEGER (BY-DAY-NUMBER).
003560     PERFORM 3100-CLASSIFY-DAY THRU 3100-EXIT.
003570     IF BY-WORK-BUSINESS-DAY
003580         ADD 1 TO BY-DAY-COUNT
003590     END-IF.
003600 2250-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------
003640* 2300-BACK-BUSINESS-DAYS
003650* FUNCTION "B" - THE DATE BD-DAYS BUSINESS DAYS BEFORE
003660* BD-DATE, THE MIRROR OF "D": COUNTING FORWARD FROM THE
003670* RESULT TO BD-DATE GIVES BD-DAYS AGAIN.  ZERO DAYS RETURNS
003680* BD-DATE ITSELF.
003690*----------------------------------------------------------
003700 2300-BACK-BUSINESS-DAYS.
003710     MOVE BD-DATE TO BY-WORK-DATE.
003720     PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT.
003730     IF NOT BY-DATE-VALID OR BD-DAYS IS NOT NUMERIC
003740         MOVE 12 TO BD-STATUS
003750         GO TO 2300-EXIT
003760     END-IF.
003770     COMPUTE BY-DAY-NUMBER =
003780         FUNCTION INTEGER-OF-DATE (BY-WORK-DATE).
003790     MOVE ZERO TO BY-STEP-COUNT.
003800     MOVE ZERO TO BY-DAY-COUNT.
003810     PERFORM 2350-COUNT-BACK THRU 2350-EXIT
003820         UNTIL BY-DAY-COUNT NOT < BD-DAYS
003830             OR BY-STEP-COUNT > BY-MAX-STEPS.
003840     IF BY-DAY-COUNT < BD-DAYS
003850         MOVE 12 TO BD-STATUS
003860         GO TO 2300-EXIT
003870     END-IF.
003880     PERFORM 2370-SKIP-TO-BUSINESS-DAY THRU 2370-EXIT.
003890     COMPUTE BD-RESULT-DATE =
003900         FUNCTION DATE-OF-INTEGER (BY-DAY-NUMBER).
003910 2300-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------
003950* 2350-COUNT-BACK
003960* CLASSIFIES THE CURRENT DAY, COUNTING IT IF IT IS A BUSINESS
003970* DAY, THEN MOVES ONE DAY EARLIER.  WHEN THE COUNT IS MADE
003980* BY-DAY-NUMBER STANDS ON THE DAY BEFORE THE LAST ONE COUNTED.
003990*----------------------------------------------------------
004000 2350-COUNT-BACK.
004010     ADD 1 TO BY-STEP-COUNT.
004020     COMPUTE BY-WORK-DATE =
004030         FUNCTION DATE-OF-INTEGER (BY-DAY-NUMBER).
004040     PERFORM 3100-CLASSIFY-DAY THRU 3100-EXIT.
004050     IF BY-WORK-BUSINESS-DAY
004060         ADD 1 TO BY-DAY-COUNT
004070     END-IF.
004080     SUBTRACT 1 FROM BY-DAY-NUMBER.
004090 2350-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------
004130* 2370-SKIP-TO-BUSINESS-DAY
004140* A DAY THAT IS NOT A BUSINESS DAY ADDS NOTHING TO A COUNT,
004150* SO THE RESULT IS STEPPED BACK OVER ANY SUCH DAYS TO THE
004160* BUSINESS DAY BEFORE THEM - AN ITEM DATED THE SATURDAY
004170* BEFORE A CUTOFF IS AS OLD AS ONE DATED THE FRIDAY.
004180*----------------------------------------------------------
004190 2370-SKIP-TO-BUSINESS-DAY.
004200     IF BD-DAYS = ZERO
004210         GO TO 2370-EXIT
004220     END-IF.
004230     COMPUTE BY-WORK-DATE =
004240         FUNCTION DATE-OF-INTEGER (BY-DAY-NUMBER).
004250     PERFORM 3100-CLASSIFY-DAY THRU 3100-EXIT.
004260     MOVE ZERO TO BY-STEP-COUNT.
004270     PERFORM 2150-STEP-BACK THRU 2150-EXIT
004280         UNTIL BY-WORK-BUSINESS-DAY
004290             OR BY-STEP-COUNT > BY-MAX-STEPS.
004300 2370-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------
004340* 3000-VALIDATE-DATE
004350* BY-WORK-DATE MUST BE A REAL CALENDAR DATE - MONTH LENGTHS
004360* AND LEAP YEARS INCLUDED - BEFORE ANY DATE ARITHMETIC IS
004370* DONE ON IT.
004380*----------------------------------------------------------
004390 3000-VALIDATE-DATE.
004400     MOVE "N" TO BY-DATE-SWITCH.
004410     IF BY-WORK-DATE IS NOT NUMERIC
004420         GO TO 3000-EXIT
004430     END-IF.
004440     IF BY-WORK-YEAR < 1601
004450             OR BY-WORK-MONTH < 1 OR BY-WORK-MONTH > 12
004460             OR BY-WORK-DAY < 1
004470         GO TO 3000-EXIT
004480     END-IF.
004490     MOVE BY-ML-DAYS (BY-WORK-MONTH) TO BY-MONTH-LENGTH.
004500     IF BY-WORK-MONTH = 2
004510         DIVIDE BY-WORK-YEAR BY 4 GIVING BY-LEAP-QUOTIENT
004520             REMAINDER BY-LEAP-REMAINDER
004530         IF BY-LEAP-REMAINDER = ZERO
004540             MOVE 29 TO BY-MONTH-LENGTH
004550         END-IF
004560         DIVIDE BY-WORK-YEAR BY 100 GIVING BY-LEAP-QUOTIENT
004570             REMAINDER BY-LEAP-REMAINDER
004580         IF BY-LEAP-REMAINDER = ZERO
004590             MOVE 28 TO BY-MONTH-LENGTH
004600         END-IF
004610         DIVIDE BY-WORK-YEAR BY 400 GIVING BY-LEAP-QUOTIENT
004620             REMAINDER BY-LEAP-REMAINDER
004630         IF BY-LEAP-REMAINDER = ZERO
004640             MOVE 29 TO BY-MONTH-LENGTH
004650         END-IF
004660     END-IF.
004670     IF BY-WORK-DAY > BY-MONTH-LENGTH
004680         GO TO 3000-EXIT
004690     END-IF.
004700     SET BY-DATE-VALID TO TRUE.
004710 3000-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------
004750* 3100-CLASSIFY-DAY
004760* DECIDES WHETHER BY-WORK-DATE (INTEGER FORM IN BY-DAY-NUMBER)
004770* IS A BUSINESS DAY.  MONDAY TO FRIDAY ARE, UNLESS THE
004780* CALENDAR HOLDS A HOLIDAY FOR THE DATE; SATURDAY AND SUNDAY
004790* ARE NOT, UNLESS IT HOLDS AN EXTRA BUSINESS DAY.  DAY OF THE
004800* WEEK AS SOGEN WORKS IT OUT - 1 = MONDAY ... 7 = SUNDAY.  A
004810* DATE IN A YEAR THE CALENDAR HAS NOT BEEN LOADED FOR IS
004820* ANSWERED FROM THE WEEKEND RULE ALONE, AND THE CALL RETURNS
004830* STATUS 4 SO THE CALLER CAN TELL.
004840*----------------------------------------------------------
004850 3100-CLASSIFY-DAY.
004860     SUBTRACT 1 FROM BY-DAY-NUMBER GIVING BY-WORK-NUMBER.
004870     DIVIDE BY-WORK-NUMBER BY 7 GIVING BY-WEEK-COUNT
004880         REMAINDER BY-WEEKDAY-OFFSET.
004890     ADD 1 BY-WEEKDAY-OFFSET GIVING BY-WEEKDAY.
004900     MOVE SPACES TO BY-WORK-DAY-NAME.
004910     IF BY-WEEKDAY < 6
004920         SET BY-WORK-BUSINESS-DAY TO TRUE
004930     ELSE
004940         MOVE "N" TO BY-WORK-SWITCH
004950         IF BY-WEEKDAY = 6
004960             MOVE "SATURDAY" TO BY-WORK-DAY-NAME
004970         ELSE
004980             MOVE "SUNDAY" TO BY-WORK-DAY-NAME
004990         END-IF
005000     END-IF.
005010     MOVE "N" TO BY-YEAR-SWITCH.
005020     PERFORM 3200-MATCH-YEAR THRU 3200-EXIT
005030         VARYING BY-YEAR-SUB FROM 1 BY 1
005040         UNTIL BY-YEAR-SUB > BY-YEAR-COUNT
005050             OR BY-YEAR-FOUND.
005060     IF NOT BY-YEAR-FOUND
005070         IF BD-STATUS < 4
005080             MOVE 4 TO BD-STATUS
005090         END-IF
005100         GO TO 3100-EXIT
005110     END-IF.
005120     MOVE "N" TO BY-ENTRY-SWITCH.
005130     PERFORM 3300-MATCH-ENTRY THRU 3300-EXIT
005140         VARYING BY-CAL-SUB FROM 1 BY 1
005150         UNTIL BY-CAL-SUB > BY-CAL-COUNT
005160             OR BY-ENTRY-FOUND
005170             OR BY-ENTRY-PASSED.
005180 3100-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------
005220* 3200-MATCH-YEAR
005230*----------------------------------------------------------
005240 3200-MATCH-YEAR.
005250     IF BY-YR-YEAR (BY-YEAR-SUB) = BY-WORK-YEAR
005260         SET BY-YEAR-FOUND TO TRUE
005270     END-IF.
005280 3200-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------
005320* 3300-MATCH-ENTRY
005330* THE TABLE IS IN DATE ORDER, SO THE SEARCH STOPS AT THE
005340* FIRST ENTRY PAST THE DATE WANTED.  A HOLIDAY ONLY EVER
005350* STANDS ON A WEEKDAY AND AN EXTRA BUSINESS DAY ON A
005360* WEEKEND (CALMNT SEES TO THAT), SO A MATCH SIMPLY DECIDES
005370* THE DAY.
005380*----------------------------------------------------------
005390 3300-MATCH-ENTRY.
005400     IF BY-CE-DATE (BY-CAL-SUB) > BY-WORK-DATE
005410         SET BY-ENTRY-PASSED TO TRUE
005420         GO TO 3300-EXIT
005430     END-IF.
005440     IF BY-CE-DATE (BY-CAL-SUB) NOT = BY-WORK-DATE
005450         GO TO 3300-EXIT
005460     END-IF.
005470     SET BY-ENTRY-FOUND TO TRUE.
005480     IF BY-CE-TYPE (BY-CAL-SUB) = "H"
005490         MOVE "N" TO BY-WORK-SWITCH
005500         MOVE BY-CE-DESCRIPTION (BY-CAL-SUB) TO BY-WORK-DAY-NAME
005510         IF BY-WORK-DAY-NAME = SPACES
005520             MOVE "HOLIDAY" TO BY-WORK-DAY-NAME
005530         END-IF
005540     END-IF.
005550     IF BY-CE-TYPE (BY-CAL-SUB) = "B"
005560         SET BY-WORK-BUSINESS-DAY TO TRUE
005570         MOVE SPACES TO BY-WORK-DAY-NAME
005580     END-IF.
005590 3300-EXIT.
005600     EXIT.
005610
005620 END PROGRAM BUSDAY.
