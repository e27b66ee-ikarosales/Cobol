000010*================================================================
000020* PROGRAM-ID    :  CALMNT
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  CONTROLLED MAINTENANCE OF THE BUSINESS-DAY
000090*                  CALENDAR (CALMAST KSDS), ON THE SAME EDIT-
000100*                  REPORT CYCLE AS BRCHMNT.  READS A TRANSACTION
000110*                  FILE OF ADD/CHANGE/DELETE CARDS, VALIDATES EACH
000120*                  AGAINST THE CURRENT CALENDAR, APPLIES THE CLEAN
000130*                  ONES, AND PRINTS AN EDIT REPORT OF APPLIED AND
000140*                  REJECTED CARDS.  THE CALENDAR HOLDS ONLY THE
000150*                  EXCEPTIONS TO THE MONDAY-TO-FRIDAY WEEK -
000160*                  HOLIDAYS AND EXTRA BUSINESS DAYS - PLUS ONE
000170*                  YEAR RECORD PER YEAR WHOSE HOLIDAYS HAVE BEEN
000180*                  KEYED.  BUSDAY READS IT FOR EVERY RUN THAT
000190*                  COUNTS BUSINESS DAYS.
000200*
000210* MODIFICATION HISTORY
000220* ---------------------------------------------------------------
000230* DATE       INIT  DESCRIPTION
000240* ---------------------------------------------------------------
000250* 2026-10-15 IKS   ORIGINAL PROGRAM.
000260*================================================================
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CALMNT.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CALMAST-FILE ASSIGN TO CALMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS CM-CAL-DATE
000370         FILE STATUS IS CL-MAST-STATUS.
000380
000390     SELECT CALTRAN-FILE ASSIGN TO CALTRAN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS CL-TRAN-STATUS.
000420
000430     SELECT CALRPT-FILE ASSIGN TO CALRPT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS CL-RPT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CALMAST-FILE
000500     LABEL RECORDS ARE STANDARD
000510     RECORD CONTAINS 80 CHARACTERS.
000520     COPY CALMAST.
000530
000540*----------------------------------------------------------
000550* CALTRAN-FILE - ONE 80-BYTE CARD PER MAINTENANCE ACTION.
000560* COLS 01-06 ACTION (ADD / CHANGE / DELETE), COLS 07-14 DATE
000570* (YYYYMMDD), COL 15 DAY TYPE, COLS 16-45 DESCRIPTION.
000580*   H - HOLIDAY: A WEEKDAY THAT IS NOT A BUSINESS DAY.
000590*   B - EXTRA BUSINESS DAY: A SATURDAY OR SUNDAY THAT IS.
000600*   Y - YEAR LOADED: DATED YYYY0000, ADDED ONCE THE YEAR'S
000610*       HOLIDAYS ARE ALL ON FILE.
000620* ON ADD THE TYPE IS REQUIRED; ON CHANGE A BLANK FIELD KEEPS
000630* THE MASTER VALUE.  DELETE NEEDS ONLY THE DATE.
000640*----------------------------------------------------------
000650 FD  CALTRAN-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 80 CHARACTERS.
000680 01  CALTRAN-RECORD.
000690     05  CT-ACTION                   PIC X(06).
000700         88  CT-ACTION-ADD                  VALUE "ADD".
000710         88  CT-ACTION-CHANGE               VALUE "CHANGE".
000720         88  CT-ACTION-DELETE               VALUE "DELETE".
000730     05  CT-CAL-DATE                 PIC X(08).
000740     05  CT-CAL-DATE-9 REDEFINES CT-CAL-DATE.
000750         10  CT-CAL-YEAR             PIC 9(04).
000760         10  CT-CAL-MONTH-DAY        PIC 9(04).
000770     05  CT-DAY-TYPE                 PIC X(01).
000780     05  CT-DESCRIPTION              PIC X(30).
000790     05  FILLER                      PIC X(35).
000800
000810 FD  CALRPT-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 132 CHARACTERS.
000840 01  CALRPT-RECORD                   PIC X(132).
000850
000860 WORKING-STORAGE SECTION.
000870 77  CL-MAST-STATUS                  PIC X(02) VALUE SPACES.
000880 77  CL-TRAN-STATUS                  PIC X(02) VALUE SPACES.
000890 77  CL-RPT-STATUS                   PIC X(02) VALUE SPACES.
000900 77  CL-TRAN-EOF-SWITCH              PIC X(01) VALUE "N".
000910     88  CL-TRAN-END-OF-FILE                VALUE "Y".
000920 77  CL-FOUND-SWITCH                 PIC X(01) VALUE "N".
000930     88  CL-DATE-FOUND                      VALUE "Y".
000940     88  CL-DATE-NOT-FOUND                  VALUE "N".
000950 77  CL-YEAR-CARD-SWITCH             PIC X(01) VALUE "N".
000960     88  CL-YEAR-CARD                       VALUE "Y".
000970 77  CL-DATE-SWITCH                  PIC X(01) VALUE "N".
000980     88  CL-DATE-VALID                      VALUE "Y".
000990 77  CL-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001000
001010 77  CL-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
001020 77  CL-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
001030 77  CL-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
001040
001050 77  CL-REJECT-REASON                PIC X(30) VALUE SPACES.
001060 77  CL-NEW-DAY-TYPE                 PIC X(01) VALUE SPACES.
001070
001080 77  CL-DAY-NUMBER                   PIC 9(08) COMP VALUE ZERO.
001090 77  CL-WORK-NUMBER                  PIC 9(08) COMP VALUE ZERO.
001100 77  CL-WEEK-COUNT                   PIC 9(08) COMP VALUE ZERO.
001110 77  CL-WEEKDAY-OFFSET               PIC 9(01) COMP VALUE ZERO.
001120 77  CL-WEEKDAY                      PIC 9(01) VALUE ZERO.
001130 77  CL-LEAP-QUOTIENT                PIC 9(04) COMP VALUE ZERO.
001140 77  CL-LEAP-REMAINDER               PIC 9(04) COMP VALUE ZERO.
001150 77  CL-MONTH-LENGTH                 PIC 9(02) VALUE ZERO.
001160
001170 01  CL-CHECK-DATE                   PIC 9(08) VALUE ZERO.
001180 01  CL-CHECK-DATE-R REDEFINES CL-CHECK-DATE.
001190     05  CL-CHECK-YEAR               PIC 9(04).
001200     05  CL-CHECK-MONTH              PIC 9(02).
001210     05  CL-CHECK-DAY                PIC 9(02).
001220
001230 01  CL-MONTH-LENGTHS.
001240     05  FILLER                      PIC X(24)
001250             VALUE "312831303130313130313031".
001260 01  CL-MONTH-LENGTH-TABLE REDEFINES CL-MONTH-LENGTHS.
001270     05  CL-ML-DAYS OCCURS 12 TIMES  PIC 9(02).
001280
001290 01  CL-DAY-NAMES.
001300     05  FILLER                      PIC X(09) VALUE "MONDAY".
001310     05  FILLER                      PIC X(09) VALUE "TUESDAY".
001320     05  FILLER                      PIC X(09) VALUE "WEDNESDAY".
001330     05  FILLER                      PIC X(09) VALUE "THURSDAY".
001340     05  FILLER                      PIC X(09) VALUE "FRIDAY".
001350     05  FILLER                      PIC X(09) VALUE "SATURDAY".
001360     05  FILLER                      PIC X(09) VALUE "SUNDAY".
001370 01  CL-DAY-NAME-TABLE REDEFINES CL-DAY-NAMES.
001380     05  CL-DAY-NAME OCCURS 7 TIMES  PIC X(09).
001390
001400 01  CL-RPT-HEADING-1.
001410     05  FILLER                      PIC X(20)
001420             VALUE "CALMNT EDIT REPORT".
001430     05  FILLER                      PIC X(06) VALUE "DATE: ".
001440     05  CL-HDG-DATE                 PIC 9(08).
001450     05  FILLER                      PIC X(98) VALUE SPACES.
001460
001470 01  CL-RPT-HEADING-2.
001480     05  FILLER                      PIC X(08) VALUE "ACTION".
001490     05  FILLER                      PIC X(10) VALUE "DATE".
001500     05  FILLER                      PIC X(11) VALUE "DAY".
001510     05  FILLER                      PIC X(06) VALUE "TYPE".
001520     05  FILLER                      PIC X(32)
001530             VALUE "DESCRIPTION".
001540     05  FILLER                      PIC X(10) VALUE "RESULT".
001550     05  FILLER                      PIC X(30) VALUE "REASON".
001560     05  FILLER                      PIC X(25) VALUE SPACES.
001570
001580 01  CL-RPT-DETAIL.
001590     05  CL-DTL-ACTION               PIC X(06).
001600     05  FILLER                      PIC X(02) VALUE SPACES.
001610     05  CL-DTL-CAL-DATE             PIC X(08).
001620     05  FILLER                      PIC X(02) VALUE SPACES.
001630     05  CL-DTL-DAY-NAME             PIC X(09).
001640     05  FILLER                      PIC X(02) VALUE SPACES.
001650     05  CL-DTL-DAY-TYPE             PIC X(01).
001660     05  FILLER                      PIC X(05) VALUE SPACES.
001670     05  CL-DTL-DESCRIPTION          PIC X(30).
001680     05  FILLER                      PIC X(02) VALUE SPACES.
001690     05  CL-DTL-RESULT               PIC X(08).
001700     05  FILLER                      PIC X(02) VALUE SPACES.
001710     05  CL-DTL-REASON               PIC X(30).
001720     05  FILLER                      PIC X(25) VALUE SPACES.
001730
001740 01  CL-RPT-TOTAL.
001750     05  CL-TOT-LABEL                PIC X(30).
001760     05  CL-TOT-COUNT                PIC Z(04)9.
001770     05  FILLER                      PIC X(97) VALUE SPACES.
001780
001790 01  CL-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001800
001810 PROCEDURE DIVISION.
001820*----------------------------------------------------------
001830* 0000-MAINLINE
001840*----------------------------------------------------------
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     IF CL-OVERALL-RC NOT = ZERO
001880         GO TO 0000-WRAP-UP
001890     END-IF.
001900     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001910         UNTIL CL-TRAN-END-OF-FILE.
001920 0000-WRAP-UP.
001930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001940 0000-EXIT.
001950     STOP RUN.
001960
001970*----------------------------------------------------------
001980* 1000-INITIALIZE
001990* OPENS THE FILES AND PRINTS THE REPORT HEADINGS.  AN ABSENT
002000* MASTER (STATUS 35) IS BUILT EMPTY AND REOPENED - THE FIRST
002010* EVER RUN OF THIS PROGRAM IS HOW THE CALENDAR GETS CREATED.
002020* ANY OTHER MASTER OPEN FAILURE STOPS THE RUN.
002030*----------------------------------------------------------
002040 1000-INITIALIZE.
002050     ACCEPT CL-CURRENT-DATE FROM DATE YYYYMMDD.
002060     OPEN INPUT CALTRAN-FILE.
002070     IF CL-TRAN-STATUS NOT = "00"
002080         DISPLAY "CALMNT - UNABLE TO OPEN CALTRAN - STATUS "
002090             CL-TRAN-STATUS
002100         MOVE 8 TO CL-OVERALL-RC
002110         GO TO 1000-EXIT
002120     END-IF.
002130     OPEN OUTPUT CALRPT-FILE.
002140     IF CL-RPT-STATUS NOT = "00"
002150         DISPLAY "CALMNT - UNABLE TO OPEN CALRPT - STATUS "
002160             CL-RPT-STATUS
002170         MOVE 8 TO CL-OVERALL-RC
002180         GO TO 1000-EXIT
002190     END-IF.
002200     MOVE CL-CURRENT-DATE TO CL-HDG-DATE.
002210     WRITE CALRPT-RECORD FROM CL-RPT-HEADING-1.
002220     WRITE CALRPT-RECORD FROM CL-RPT-HEADING-2.
002230     OPEN I-O CALMAST-FILE.
002240     IF CL-MAST-STATUS = "35"
002250         OPEN OUTPUT CALMAST-FILE
002260         CLOSE CALMAST-FILE
002270         OPEN I-O CALMAST-FILE
002280     END-IF.
002290     IF CL-MAST-STATUS NOT = "00"
002300         DISPLAY "CALMNT - UNABLE TO OPEN CALMAST - STATUS "
002310             CL-MAST-STATUS
002320         MOVE 8 TO CL-OVERALL-RC
002330         GO TO 1000-EXIT
002340     END-IF.
002350     PERFORM 2500-READ-TRANSACTION THRU 2500-EXIT.
002360 1000-EXIT.
002370     EXIT.
002380
002390*----------------------------------------------------------
002400* 2000-PROCESS-TRANSACTION
002410* VALIDATES ONE CARD AND APPLIES IT TO THE MASTER WHEN
002420* CLEAN.  EVERY CARD - APPLIED OR REJECTED - GETS ONE EDIT
002430* REPORT LINE.
002440*----------------------------------------------------------
002450 2000-PROCESS-TRANSACTION.
002460     ADD 1 TO CL-TRANS-READ.
002470     MOVE SPACES TO CL-REJECT-REASON.
002480     PERFORM 3000-VALIDATE-TRANSACTION THRU 3000-EXIT.
002490     IF CL-REJECT-REASON = SPACES
002500         PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
002510     END-IF.
002520     IF CL-REJECT-REASON = SPACES
002530         ADD 1 TO CL-TRANS-APPLIED
002540         PERFORM 6000-PRINT-DETAIL-APPLIED THRU 6000-EXIT
002550     ELSE
002560         ADD 1 TO CL-TRANS-REJECTED
002570         PERFORM 6100-PRINT-DETAIL-REJECTED THRU 6100-EXIT
002580         IF CL-OVERALL-RC < 4
002590             MOVE 4 TO CL-OVERALL-RC
002600         END-IF
002610     END-IF.
002620     PERFORM 2500-READ-TRANSACTION THRU 2500-EXIT.
002630 2000-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------
002670* 2500-READ-TRANSACTION
002680*----------------------------------------------------------
002690 2500-READ-TRANSACTION.
002700     READ CALTRAN-FILE
002710         AT END
002720             SET CL-TRAN-END-OF-FILE TO TRUE
002730     END-READ.
002740 2500-EXIT.
002750     EXIT.
002760
002770*----------------------------------------------------------
002780* 3000-VALIDATE-TRANSACTION
002790* LEAVES CL-REJECT-REASON AS SPACES WHEN THE CARD IS CLEAN,
002800* OTHERWISE SETS IT TO THE FIRST FAILURE FOUND.  A DATE OF
002810* YYYY0000 NAMES A YEAR RECORD; ANY OTHER DATE MUST BE A
002820* REAL ONE.
002830*----------------------------------------------------------
002840 3000-VALIDATE-TRANSACTION.
002850     MOVE SPACES TO CL-DTL-DAY-NAME.
002860     IF NOT CT-ACTION-ADD AND NOT CT-ACTION-CHANGE
002870             AND NOT CT-ACTION-DELETE
002880         MOVE "INVALID ACTION CODE" TO CL-REJECT-REASON
002890         GO TO 3000-EXIT
002900     END-IF.
002910     IF CT-CAL-DATE IS NOT NUMERIC
002920         MOVE "DATE MISSING OR NOT NUMERIC" TO CL-REJECT-REASON
002930         GO TO 3000-EXIT
002940     END-IF.
002950     PERFORM 3100-CHECK-DATE THRU 3100-EXIT.
002960     IF NOT CL-DATE-VALID
002970         MOVE "DATE NOT A CALENDAR DATE" TO CL-REJECT-REASON
002980         GO TO 3000-EXIT
002990     END-IF.
003000     PERFORM 3500-READ-MASTER-BY-KEY THRU 3500-EXIT.
003010     IF CT-ACTION-ADD
003020         IF CL-DATE-FOUND
003030             MOVE "DATE ALREADY ON CALENDAR" TO CL-REJECT-REASON
003040             GO TO 3000-EXIT
003050         END-IF
003060         IF CT-DAY-TYPE = SPACES
003070             MOVE "DAY TYPE MISSING" TO CL-REJECT-REASON
003080             GO TO 3000-EXIT
003090         END-IF
003100     END-IF.
003110     IF CT-ACTION-CHANGE OR CT-ACTION-DELETE
003120         IF CL-DATE-NOT-FOUND
003130             MOVE "DATE NOT ON CALENDAR" TO CL-REJECT-REASON
003140             GO TO 3000-EXIT
003150         END-IF
003160     END-IF.
003170     IF CT-ACTION-DELETE
003180         GO TO 3000-EXIT
003190     END-IF.
003200     IF CT-ACTION-CHANGE
003210             AND CT-DAY-TYPE = SPACES
003220             AND CT-DESCRIPTION = SPACES
003230         MOVE "NOTHING TO CHANGE" TO CL-REJECT-REASON
003240         GO TO 3000-EXIT
003250     END-IF.
003260     PERFORM 3200-VALIDATE-DAY-TYPE THRU 3200-EXIT.
003270 3000-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------
003310* 3100-CHECK-DATE
003320* A YEAR RECORD KEY (YYYY0000) NEEDS ONLY A SENSIBLE YEAR.
003330* ANY OTHER DATE MUST EXIST - MONTH LENGTHS AND LEAP YEARS
003340* INCLUDED - AND ITS DAY OF THE WEEK IS WORKED OUT FOR THE
003350* TYPE EDIT AND THE REPORT (1 = MONDAY ... 7 = SUNDAY, AS
003360* SOGEN AND BUSDAY WORK IT OUT).
003370*----------------------------------------------------------
003380 3100-CHECK-DATE.
003390     MOVE "N" TO CL-DATE-SWITCH.
003400     MOVE "N" TO CL-YEAR-CARD-SWITCH.
003410     MOVE CT-CAL-DATE-9 TO CL-CHECK-DATE.
003420     IF CL-CHECK-YEAR < 1601
003430         GO TO 3100-EXIT
003440     END-IF.
003450     IF CT-CAL-MONTH-DAY = ZERO
003460         SET CL-YEAR-CARD TO TRUE
003470         SET CL-DATE-VALID TO TRUE
003480         MOVE "YEAR" TO CL-DTL-DAY-NAME
003490         GO TO 3100-EXIT
003500     END-IF.
003510     IF CL-CHECK-MONTH < 1 OR CL-CHECK-MONTH > 12
003520             OR CL-CHECK-DAY < 1
003530         GO TO 3100-EXIT
003540     END-IF.
003550     MOVE CL-ML-DAYS (CL-CHECK-MONTH) TO CL-MONTH-LENGTH.
003560     IF CL-CHECK-MONTH = 2
003570         DIVIDE CL-CHECK-YEAR BY 4 GIVING CL-LEAP-QUOTIENT
003580             REMAINDER CL-LEAP-REMAINDER
003590         IF CL-LEAP-REMAINDER = ZERO
003600             MOVE 29 TO CL-MONTH-LENGTH
003610         END-IF
003620         DIVIDE CL-CHECK-YEAR BY 100 GIVING CL-LEAP-QUOTIENT
003630             REMAINDER CL-LEAP-REMAINDER
003640         IF CL-LEAP-REMAINDER = ZERO
003650             MOVE 28 TO CL-MONTH-LENGTH
003660         END-IF
003670         DIVIDE CL-CHECK-YEAR BY 400 GIVING CL-LEAP-QUOTIENT
003680             REMAINDER CL-LEAP-REMAINDER
003690         IF CL-LEAP-REMAINDER = ZERO
003700             MOVE 29 TO CL-MONTH-LENGTH
003710         END-IF
003720     END-IF.
003730     IF CL-CHECK-DAY > CL-MONTH-LENGTH
003740         GO TO 3100-EXIT
003750     END-IF.
003760     SET CL-DATE-VALID TO TRUE.
003770     COMPUTE CL-DAY-NUMBER =
003780         FUNCTION INTEGER-OF-DATE (CL-CHECK-DATE).
003790     SUBTRACT 1 FROM CL-DAY-NUMBER GIVING CL-WORK-NUMBER.
003800     DIVIDE CL-WORK-NUMBER BY 7 GIVING CL-WEEK-COUNT
003810         REMAINDER CL-WEEKDAY-OFFSET.
003820     ADD 1 CL-WEEKDAY-OFFSET GIVING CL-WEEKDAY.
003830     MOVE CL-DAY-NAME (CL-WEEKDAY) TO CL-DTL-DAY-NAME.
003840 3100-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------
003880* 3200-VALIDATE-DAY-TYPE
003890* THE TYPE THE ENTRY WILL CARRY (THE CARD'S, OR THE MASTER'S
003900* ON A CHANGE THAT LEAVES IT BLANK) MUST SUIT THE DATE: A
003910* HOLIDAY ON A WEEKDAY, AN EXTRA BUSINESS DAY ON A WEEKEND,
003920* A YEAR RECORD ONLY ON A YYYY0000 KEY.  ANYTHING ELSE WOULD
003930* SAY NOTHING THE WEEKEND RULE DOES NOT ALREADY SAY.
003940*----------------------------------------------------------
003950 3200-VALIDATE-DAY-TYPE.
003960     IF CT-DAY-TYPE = SPACES
003970         MOVE CM-DAY-TYPE TO CL-NEW-DAY-TYPE
003980     ELSE
003990         MOVE CT-DAY-TYPE TO CL-NEW-DAY-TYPE
004000     END-IF.
004010     IF CL-NEW-DAY-TYPE NOT = "H" AND CL-NEW-DAY-TYPE NOT = "B"
004020             AND CL-NEW-DAY-TYPE NOT = "Y"
004030         MOVE "DAY TYPE NOT H, B, OR Y" TO CL-REJECT-REASON
004040         GO TO 3200-EXIT
004050     END-IF.
004060     IF CL-YEAR-CARD
004070         IF CL-NEW-DAY-TYPE NOT = "Y"
004080             MOVE "YYYY0000 IS FOR TYPE Y ONLY"
004090                 TO CL-REJECT-REASON
004100         END-IF
004110         GO TO 3200-EXIT
004120     END-IF.
004130     IF CL-NEW-DAY-TYPE = "Y"
004140         MOVE "TYPE Y NEEDS DATE YYYY0000" TO CL-REJECT-REASON
004150         GO TO 3200-EXIT
004160     END-IF.
004170     IF CL-NEW-DAY-TYPE = "H" AND CL-WEEKDAY > 5
004180         MOVE "HOLIDAY FALLS ON A WEEKEND" TO CL-REJECT-REASON
004190         GO TO 3200-EXIT
004200     END-IF.
004210     IF CL-NEW-DAY-TYPE = "B" AND CL-WEEKDAY < 6
004220         MOVE "BUSINESS DAY IS A WEEKDAY" TO CL-REJECT-REASON
004230         GO TO 3200-EXIT
004240     END-IF.
004250 3200-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------
004290* 3500-READ-MASTER-BY-KEY
004300* KEYED EXISTENCE CHECK.  ON CL-DATE-FOUND THE CURRENT MASTER
004310* RECORD IS LEFT IN CALMAST-RECORD FOR A FOLLOWING REWRITE
004320* OR DELETE.
004330*----------------------------------------------------------
004340 3500-READ-MASTER-BY-KEY.
004350     MOVE CT-CAL-DATE-9 TO CM-CAL-DATE.
004360     READ CALMAST-FILE
004370         INVALID KEY
004380             SET CL-DATE-NOT-FOUND TO TRUE
004390         NOT INVALID KEY
004400             SET CL-DATE-FOUND TO TRUE
004410     END-READ.
004420 3500-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------
004460* 4000-APPLY-TRANSACTION
004470* THE CARD HAS PASSED VALIDATION - WRITE, REWRITE OR DELETE
004480* THE ENTRY.  AN I/O FAILURE HERE TURNS THE CARD INTO A
004490* REJECT AND FLAGS THE RUN (RC 8); THE REMAINING CARDS ARE
004500* STILL EDITED AND REPORTED.
004510*----------------------------------------------------------
004520 4000-APPLY-TRANSACTION.
004530     IF CT-ACTION-ADD
004540         MOVE SPACES TO CALMAST-RECORD
004550         MOVE CT-CAL-DATE-9 TO CM-CAL-DATE
004560         MOVE CL-CURRENT-DATE TO CM-ADDED-DATE
004570         PERFORM 4100-APPLY-CARD-FIELDS THRU 4100-EXIT
004580         WRITE CALMAST-RECORD
004590             INVALID KEY
004600                 MOVE "MASTER WRITE FAILED" TO CL-REJECT-REASON
004610         END-WRITE
004620     END-IF.
004630     IF CT-ACTION-CHANGE
004640         PERFORM 4100-APPLY-CARD-FIELDS THRU 4100-EXIT
004650         REWRITE CALMAST-RECORD
004660             INVALID KEY
004670                 MOVE "MASTER REWRITE FAILED" TO CL-REJECT-REASON
004680         END-REWRITE
004690     END-IF.
004700     IF CT-ACTION-DELETE
004710         DELETE CALMAST-FILE RECORD
004720             INVALID KEY
004730                 MOVE "MASTER DELETE FAILED" TO CL-REJECT-REASON
004740         END-DELETE
004750     END-IF.
004760     IF CL-REJECT-REASON NOT = SPACES
004770             OR CL-MAST-STATUS NOT = "00"
004780         DISPLAY "CALMNT - CALMAST I/O FAILED - STATUS "
004790             CL-MAST-STATUS
004800         MOVE 8 TO CL-OVERALL-RC
004810     END-IF.
004820 4000-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------
004860* 4100-APPLY-CARD-FIELDS
004870* MOVES EACH SUPPLIED (NON-BLANK) FIELD FROM THE CARD INTO
004880* CALMAST-RECORD.  A YEAR RECORD ADDED WITHOUT A DESCRIPTION
004890* IS GIVEN ONE.
004900*----------------------------------------------------------
004910 4100-APPLY-CARD-FIELDS.
004920     MOVE CL-NEW-DAY-TYPE TO CM-DAY-TYPE.
004930     IF CT-DESCRIPTION NOT = SPACES
004940         MOVE CT-DESCRIPTION TO CM-DESCRIPTION
004950     END-IF.
004960     IF CM-YEAR-LOADED AND CM-DESCRIPTION = SPACES
004970         MOVE "HOLIDAYS LOADED FOR YEAR" TO CM-DESCRIPTION
004980     END-IF.
004990     MOVE CL-CURRENT-DATE TO CM-LAST-MAINT-DATE.
005000 4100-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------
005040* 6000-PRINT-DETAIL-APPLIED
005050* PRINTS THE ENTRY AS IT NOW STANDS ON THE MASTER - OR, FOR
005060* A DELETE, AS IT STOOD BEFORE IT WENT.
005070*----------------------------------------------------------
005080 6000-PRINT-DETAIL-APPLIED.
005090     MOVE CT-ACTION TO CL-DTL-ACTION.
005100     MOVE CT-CAL-DATE TO CL-DTL-CAL-DATE.
005110     MOVE CM-DAY-TYPE TO CL-DTL-DAY-TYPE.
005120     MOVE CM-DESCRIPTION TO CL-DTL-DESCRIPTION.
005130     MOVE "APPLIED" TO CL-DTL-RESULT.
005140     MOVE SPACES TO CL-DTL-REASON.
005150     WRITE CALRPT-RECORD FROM CL-RPT-DETAIL.
005160 6000-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------
005200* 6100-PRINT-DETAIL-REJECTED
005210* PRINTS THE CARD AS KEYED.
005220*----------------------------------------------------------
005230 6100-PRINT-DETAIL-REJECTED.
005240     MOVE CT-ACTION TO CL-DTL-ACTION.
005250     MOVE CT-CAL-DATE TO CL-DTL-CAL-DATE.
005260     MOVE CT-DAY-TYPE TO CL-DTL-DAY-TYPE.
005270     MOVE CT-DESCRIPTION TO CL-DTL-DESCRIPTION.
005280     MOVE "REJECTED" TO CL-DTL-RESULT.
005290     MOVE CL-REJECT-REASON TO CL-DTL-REASON.
005300     WRITE CALRPT-RECORD FROM CL-RPT-DETAIL.
005310 6100-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------
005350* 9000-TERMINATE
005360*----------------------------------------------------------
005370 9000-TERMINATE.
005380     IF CL-RPT-STATUS = "00"
005390         MOVE SPACES TO CL-RPT-TOTAL
005400         MOVE "TRANSACTIONS READ" TO CL-TOT-LABEL
005410         MOVE CL-TRANS-READ TO CL-TOT-COUNT
005420         WRITE CALRPT-RECORD FROM CL-RPT-TOTAL
005430         MOVE "TRANSACTIONS APPLIED" TO CL-TOT-LABEL
005440         MOVE CL-TRANS-APPLIED TO CL-TOT-COUNT
005450         WRITE CALRPT-RECORD FROM CL-RPT-TOTAL
005460         MOVE "TRANSACTIONS REJECTED" TO CL-TOT-LABEL
005470         MOVE CL-TRANS-REJECTED TO CL-TOT-COUNT
005480         WRITE CALRPT-RECORD FROM CL-RPT-TOTAL
005490         CLOSE CALRPT-FILE
005500     END-IF.
005510     CLOSE CALTRAN-FILE.
005520     CLOSE CALMAST-FILE.
005530     MOVE CL-OVERALL-RC TO RETURN-CODE.
005540 9000-EXIT.
005550     EXIT.
005560
005570 END PROGRAM CALMNT.
