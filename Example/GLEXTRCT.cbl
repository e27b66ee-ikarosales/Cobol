000010*================================================================
000020* PROGRAM-ID    :  GLEXTRCT
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  END-OF-DAY GENERAL LEDGER EXTRACT.  RUNS
000090*                  AFTER A CLEAN TRIAL BALANCE (TRLBAL) AND
000100*                  BUILDS THE FIXED-FORMAT GL FEED (GLFEED) FROM
000110*                  THE POSTING JOURNAL ENTRIES TRLBAL JUST
000120*                  PROVED - THE ROWS DATED AFTER BALCTL'S PRIOR
000130*                  AS-OF DATE, UP TO AND INCLUDING ITS AS-OF
000140*                  DATE.  THE ROWS ARE SUMMARISED BY BRANCH AND
000150*                  ENTRY CLASS (DAILY-RUN POSTING, SUSPENSE
000160*                  REPROCESSING, REVERSAL, INTEREST AND FEE
000170*                  CHARGE) INTO BALANCED DEBIT
000180*                  AND CREDIT PAIRS, BETWEEN A HEADER AND A
000190*                  TRAILER CARRYING THE RECORD COUNT AND THE
000200*                  DEBIT AND CREDIT CONTROL TOTALS.
000210*
000220*                  NO FEED IS WRITTEN, AND THE RUN ENDS RC 8,
000230*                  WHEN THE JOURNAL'S NET MOVEMENT OR ROW COUNT
000240*                  FOR THE WINDOW DOES NOT MATCH WHAT TRLBAL
000250*                  PROVED AGAINST ACCTMAST, OR WHEN BALCTL ONLY
000260*                  HOLDS A FIRST-RUN BASELINE.  THE GLCTL
000270*                  CONTROL RECORD CARRIES THE LAST BUSINESS DATE
000280*                  SENT; A BUSINESS DATE ALREADY SENT IS REFUSED
000290*                  WITH RC 4, SO THE LEDGER NEVER SEES A DAY
000300*                  TWICE.
000310*
000320* MODIFICATION HISTORY
000330* ---------------------------------------------------------------
000340* DATE       INIT  DESCRIPTION
000350* ---------------------------------------------------------------
000360* 2026-10-15 IKS   ORIGINAL PROGRAM.
000370* 2026-10-15 IKS   INTEREST AND FEE CHARGES ARE NOW CLASS "A"
000380*                  AGAINST THE INCOME ACCOUNT - THEY USED TO
000390*                  FALL INTO CLASS "P" AGAINST BRANCH CLEARING.
000400*================================================================
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. GLEXTRCT.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS GX-JRNL-STATUS.
000500
000510     SELECT BALCTL-FILE ASSIGN TO BALCTL
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS GX-BAL-STATUS.
000540
000550     SELECT GLCTL-FILE ASSIGN TO GLCTL
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS GX-CTL-STATUS.
000580
000590     SELECT GLFEED-FILE ASSIGN TO GLFEED
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS GX-FEED-STATUS.
000620
000630     SELECT GLRPT-FILE ASSIGN TO GLRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS GX-RPT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PSTJRNL-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 120 CHARACTERS.
000720     COPY PSTJRNL.
000730
000740 FD  BALCTL-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770     COPY BALCTL.
000780
000790*----------------------------------------------------------
000800* GLCTL-FILE - SINGLE-RECORD CONTROL.  THE LAST BUSINESS DATE
000810* SENT TO THE LEDGER, WHEN IT WAS SENT AND THE TRAILER
000820* FIGURES IT CARRIED.  REWRITTEN ONLY AFTER A FEED IS CLOSED
000830* CLEAN.  ABSENT OR EMPTY BEFORE THE FIRST FEED.
000840*----------------------------------------------------------
000850 FD  GLCTL-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  GLCTL-RECORD.
000890     05  GC-LAST-SENT-DATE           PIC 9(08).
000900     05  GC-SENT-DATE                PIC 9(08).
000910     05  GC-SENT-TIME                PIC 9(06).
000920     05  GC-RECORD-COUNT             PIC 9(07).
000930     05  GC-DEBIT-TOTAL              PIC 9(13)V99.
000940     05  GC-CREDIT-TOTAL             PIC 9(13)V99.
000950     05  FILLER                      PIC X(21).
000960
000970 FD  GLFEED-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 100 CHARACTERS.
001000     COPY GLFEED.
001010
001020 FD  GLRPT-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 132 CHARACTERS.
001050 01  GLRPT-RECORD                    PIC X(132).
001060
001070 WORKING-STORAGE SECTION.
001080 77  GX-JRNL-STATUS                  PIC X(02) VALUE SPACES.
001090 77  GX-BAL-STATUS                   PIC X(02) VALUE SPACES.
001100 77  GX-CTL-STATUS                   PIC X(02) VALUE SPACES.
001110 77  GX-FEED-STATUS                  PIC X(02) VALUE SPACES.
001120 77  GX-RPT-STATUS                   PIC X(02) VALUE SPACES.
001130 77  GX-JRNL-EOF-SWITCH              PIC X(01) VALUE "N".
001140     88  GX-JRNL-END-OF-FILE                VALUE "Y".
001150 77  GX-CTL-EOF-SWITCH               PIC X(01) VALUE "N".
001160     88  GX-CTL-END-OF-FILE                 VALUE "Y".
001170 77  GX-BAL-EOF-SWITCH               PIC X(01) VALUE "N".
001180     88  GX-BAL-END-OF-FILE                 VALUE "Y".
001190 77  GX-JRNL-OPEN-SWITCH             PIC X(01) VALUE "N".
001200     88  GX-JRNL-OPEN                       VALUE "Y".
001210 77  GX-FEED-OPEN-SWITCH             PIC X(01) VALUE "N".
001220     88  GX-FEED-OPEN                       VALUE "Y".
001230 77  GX-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001240
001250 77  GX-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001260 77  GX-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001270 77  GX-LAST-SENT-DATE               PIC 9(08) VALUE ZERO.
001280 77  GX-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
001290 77  GX-SINCE-DATE                   PIC 9(08) VALUE ZERO.
001300
001310*----------------------------------------------------------
001320* GENERAL LEDGER ACCOUNTS.  CUSTOMER BALANCES SIT IN THE
001330* DEPOSITS LIABILITY ACCOUNT; THE CONTRA SIDE IS BRANCH
001340* CLEARING FOR DAILY-RUN POSTINGS AND REVERSALS, THE
001350* SUSPENSE ACCOUNT FOR ITEMS RELEASED OUT OF SUSPENSE, AND
001360* INTEREST AND FEE INCOME FOR MONTH-END CHARGES.
001370*----------------------------------------------------------
001380 77  GX-GL-DEPOSITS                  PIC X(10)
001390                                     VALUE "2100000000".
001400 77  GX-GL-CLEARING                  PIC X(10)
001410                                     VALUE "1100000000".
001420 77  GX-GL-SUSPENSE                  PIC X(10)
001430                                     VALUE "1190000000".
001440 77  GX-GL-INCOME                    PIC X(10)
001450                                     VALUE "4100000000".
001460 77  GX-FEED-SOURCE                  PIC X(08) VALUE "DEPOSITS".
001470
001480 77  GX-JRNL-READ                    PIC 9(07) COMP VALUE ZERO.
001490 77  GX-JRNL-IN-WINDOW               PIC 9(07) COMP VALUE ZERO.
001500 77  GX-JRNL-BAD-ROWS                PIC 9(07) COMP VALUE ZERO.
001510 77  GX-DETAILS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
001520 77  GX-PROVEN-ROWS                  PIC 9(07) COMP VALUE ZERO.
001530
001540 77  GX-NET-MOVEMENT                 PIC S9(13)V99 COMP-3
001550                                     VALUE ZERO.
001560 77  GX-PROVEN-NET                   PIC S9(13)V99 COMP-3
001570                                     VALUE ZERO.
001580 77  GX-DIFFERENCE                   PIC S9(13)V99 COMP-3
001590                                     VALUE ZERO.
001600 77  GX-DEBIT-TOTAL                  PIC S9(13)V99 COMP-3
001610                                     VALUE ZERO.
001620 77  GX-CREDIT-TOTAL                 PIC S9(13)V99 COMP-3
001630                                     VALUE ZERO.
001640
001650 77  GX-ROW-BRANCH-ID                PIC X(04) VALUE SPACES.
001660 77  GX-ROW-CLASS                    PIC X(01) VALUE SPACES.
001670     88  GX-ROW-POSTING                     VALUE "P".
001680     88  GX-ROW-SUSPENSE                    VALUE "S".
001690     88  GX-ROW-REVERSAL                    VALUE "R".
001700     88  GX-ROW-ACCRUAL                     VALUE "A".
001710
001720*----------------------------------------------------------
001730* ONE FEED PAIR IN THE MAKING - 4000 FILLS THESE AND 4500
001740* WRITES THE DEBIT AND CREDIT DETAILS FROM THEM.
001750*----------------------------------------------------------
001760 77  GX-PAIR-DEBIT-GL                PIC X(10) VALUE SPACES.
001770 77  GX-PAIR-CREDIT-GL               PIC X(10) VALUE SPACES.
001780 77  GX-PAIR-AMOUNT                  PIC S9(13)V99 COMP-3
001790                                     VALUE ZERO.
001800 77  GX-PAIR-COUNT                   PIC 9(07) COMP VALUE ZERO.
001810 77  GX-PAIR-NARRATIVE               PIC X(30) VALUE SPACES.
001820
001830 77  GX-SUMM-MAX                     PIC 9(03) COMP VALUE 300.
001840 77  GX-SUMM-COUNT                   PIC 9(03) COMP VALUE ZERO.
001850 77  GX-SUMM-SUB                     PIC 9(03) COMP VALUE ZERO.
001860 77  GX-SUMM-FOUND                   PIC 9(03) COMP VALUE ZERO.
001870
001880*----------------------------------------------------------
001890* SUMMARY ACCUMULATOR - ONE ROW PER BRANCH AND ENTRY CLASS,
001900* IN ORDER OF FIRST APPEARANCE ON THE JOURNAL.  CREDITS AND
001910* DEBITS TO CUSTOMER ACCOUNTS ARE KEPT APART SO EACH BECOMES
001920* ITS OWN GL PAIR.
001930*----------------------------------------------------------
001940 01  GX-SUMM-TABLE.
001950     05  GX-SUMM-ENTRY OCCURS 300 TIMES.
001960         10  GX-SM-BRANCH-ID         PIC X(04).
001970         10  GX-SM-CLASS             PIC X(01).
001980         10  GX-SM-CR-COUNT          PIC 9(07) COMP.
001990         10  GX-SM-CR-AMOUNT         PIC S9(13)V99 COMP-3.
002000         10  GX-SM-DR-COUNT          PIC 9(07) COMP.
002010         10  GX-SM-DR-AMOUNT         PIC S9(13)V99 COMP-3.
002020
002030 01  GX-RPT-HEADING-1.
002040     05  FILLER                      PIC X(37)
002050             VALUE "GLEXTRCT GENERAL LEDGER EXTRACT".
002060     05  FILLER                      PIC X(06) VALUE "DATE: ".
002070     05  GX-HDG-DATE                 PIC 9(08).
002080     05  FILLER                      PIC X(81) VALUE SPACES.
002090
002100 01  GX-RPT-HEADING-2.
002110     05  FILLER                      PIC X(17)
002120             VALUE "BUSINESS DATE: ".
002130     05  GX-HDG-BUSINESS-DATE        PIC 9(08).
002140     05  FILLER                      PIC X(20)
002150             VALUE "   ENTRIES AFTER: ".
002160     05  GX-HDG-SINCE-DATE           PIC 9(08).
002170     05  FILLER                      PIC X(79) VALUE SPACES.
002180
002190 01  GX-RPT-COLUMN-HEADING.
002200     05  FILLER                      PIC X(50) VALUE
002210         "BRANCH CLASS GL ACCOUNT  DR/CR             AMOUNT".
002220     05  FILLER                      PIC X(46) VALUE
002230         "    ITEMS  NARRATIVE".
002240     05  FILLER                      PIC X(36) VALUE SPACES.
002250
002260 01  GX-RPT-DETAIL-LINE.
002270     05  GX-DTL-BRANCH-ID            PIC X(04).
002280     05  FILLER                      PIC X(05) VALUE SPACES.
002290     05  GX-DTL-CLASS                PIC X(01).
002300     05  FILLER                      PIC X(03) VALUE SPACES.
002310     05  GX-DTL-GL-ACCOUNT           PIC X(10).
002320     05  FILLER                      PIC X(04) VALUE SPACES.
002330     05  GX-DTL-DR-CR                PIC X(01).
002340     05  FILLER                      PIC X(02) VALUE SPACES.
002350     05  GX-DTL-AMOUNT               PIC Z(12)9.99.
002360     05  FILLER                      PIC X(02) VALUE SPACES.
002370     05  GX-DTL-ITEM-COUNT           PIC Z(06)9.
002380     05  FILLER                      PIC X(02) VALUE SPACES.
002390     05  GX-DTL-NARRATIVE            PIC X(30).
002400     05  FILLER                      PIC X(45) VALUE SPACES.
002410
002420 01  GX-RPT-COUNT-LINE.
002430     05  GX-CNT-LABEL                PIC X(30).
002440     05  GX-CNT-COUNT                PIC Z(06)9.
002450     05  FILLER                      PIC X(95) VALUE SPACES.
002460
002470 01  GX-RPT-AMOUNT-LINE.
002480     05  GX-AMT-LABEL                PIC X(30).
002490     05  GX-AMT-AMOUNT               PIC Z(12)9.99-.
002500     05  FILLER                      PIC X(85) VALUE SPACES.
002510
002520 01  GX-RPT-STATUS-LINE              PIC X(132).
002530 01  GX-BLANK-LINE                   PIC X(132) VALUE SPACES.
002540
002550 PROCEDURE DIVISION.
002560*----------------------------------------------------------
002570* 0000-MAINLINE
002580*----------------------------------------------------------
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     IF GX-OVERALL-RC NOT = ZERO
002620         GO TO 0000-WRAP-UP
002630     END-IF.
002640     PERFORM 2000-SUMMARISE-JOURNAL THRU 2000-EXIT.
002650     PERFORM 3000-PROVE-MOVEMENT THRU 3000-EXIT.
002660     IF GX-OVERALL-RC NOT = ZERO
002670         GO TO 0000-WRAP-UP
002680     END-IF.
002690     PERFORM 4000-WRITE-FEED THRU 4000-EXIT.
002700     IF GX-OVERALL-RC NOT = ZERO
002710         GO TO 0000-WRAP-UP
002720     END-IF.
002730     PERFORM 6000-REWRITE-CONTROL THRU 6000-EXIT.
002740 0000-WRAP-UP.
002750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002760 0000-EXIT.
002770     STOP RUN.
002780
002790*----------------------------------------------------------
002800* 1000-INITIALIZE
002810* OPENS THE REPORT AND JOURNAL AND READS BOTH CONTROL
002820* RECORDS.  THE FEED ITSELF IS NOT OPENED UNTIL THE
002830* MOVEMENT HAS PROVED, SO A REFUSED RUN LEAVES NO FEED.
002840*----------------------------------------------------------
002850 1000-INITIALIZE.
002860     ACCEPT GX-CURRENT-DATE FROM DATE YYYYMMDD.
002870     ACCEPT GX-CURRENT-TIME FROM TIME.
002880     OPEN OUTPUT GLRPT-FILE.
002890     IF GX-RPT-STATUS NOT = "00"
002900         DISPLAY "GLEXTRCT - UNABLE TO OPEN GLRPT - STATUS "
002910             GX-RPT-STATUS
002920         MOVE 8 TO GX-OVERALL-RC
002930         GO TO 1000-EXIT
002940     END-IF.
002950     MOVE GX-CURRENT-DATE TO GX-HDG-DATE.
002960     WRITE GLRPT-RECORD FROM GX-RPT-HEADING-1.
002970     PERFORM 1500-READ-BALANCE-CONTROL THRU 1500-EXIT.
002980     IF GX-OVERALL-RC NOT = ZERO
002990         GO TO 1000-EXIT
003000     END-IF.
003010     MOVE GX-BUSINESS-DATE TO GX-HDG-BUSINESS-DATE.
003020     MOVE GX-SINCE-DATE TO GX-HDG-SINCE-DATE.
003030     WRITE GLRPT-RECORD FROM GX-RPT-HEADING-2.
003040     WRITE GLRPT-RECORD FROM GX-BLANK-LINE.
003050     PERFORM 1600-READ-GL-CONTROL THRU 1600-EXIT.
003060     IF GX-OVERALL-RC NOT = ZERO
003070         GO TO 1000-EXIT
003080     END-IF.
003090     OPEN INPUT PSTJRNL-FILE.
003100     IF GX-JRNL-STATUS = "35"
003110         SET GX-JRNL-END-OF-FILE TO TRUE
003120     ELSE
003130         IF GX-JRNL-STATUS NOT = "00"
003140             DISPLAY "GLEXTRCT - UNABLE TO OPEN PSTJRNL - "
003150                 "STATUS " GX-JRNL-STATUS
003160             MOVE 8 TO GX-OVERALL-RC
003170             GO TO 1000-EXIT
003180         END-IF
003190         SET GX-JRNL-OPEN TO TRUE
003200     END-IF.
003210 1000-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------
003250* 1500-READ-BALANCE-CONTROL
003260* THE FEED CAN ONLY COVER A WINDOW TRLBAL HAS PROVED.  NO
003270* BALCTL, OR ONE THAT ONLY HOLDS THE FIRST-RUN BASELINE, HAS
003280* NO PROVEN MOVEMENT TO SEND.
003290*----------------------------------------------------------
003300 1500-READ-BALANCE-CONTROL.
003310     OPEN INPUT BALCTL-FILE.
003320     IF GX-BAL-STATUS NOT = "00"
003330         MOVE "BALCTL NOT AVAILABLE - NO FEED WRITTEN"
003340             TO GX-RPT-STATUS-LINE
003350         WRITE GLRPT-RECORD FROM GX-RPT-STATUS-LINE
003360         DISPLAY "GLEXTRCT - UNABLE TO OPEN BALCTL - STATUS "
003370             GX-BAL-STATUS
003380         MOVE 8 TO GX-OVERALL-RC
003390         GO TO 1500-EXIT
003400     END-IF.
003410     READ BALCTL-FILE
003420         AT END SET GX-BAL-END-OF-FILE TO TRUE
003430     END-READ.
003440     CLOSE BALCTL-FILE.
003450     IF GX-BAL-END-OF-FILE
003460         MOVE SPACES TO BALCTL-RECORD
003470     END-IF.
003480     IF BC-BASELINE-ONLY
003490             OR BC-ASOF-DATE IS NOT NUMERIC
003500             OR BC-PRIOR-ASOF-DATE IS NOT NUMERIC
003510             OR BC-PROVEN-NET IS NOT NUMERIC
003520             OR BC-PROVEN-ROWS IS NOT NUMERIC
003530         MOVE "NO PROVEN TRIAL BALANCE - NO FEED WRITTEN"
003540             TO GX-RPT-STATUS-LINE
003550         WRITE GLRPT-RECORD FROM GX-RPT-STATUS-LINE
003560         DISPLAY "GLEXTRCT - BALCTL HOLDS NO PROVEN MOVEMENT "
003570             "- RUN ENDS RC 8"
003580         MOVE 8 TO GX-OVERALL-RC
003590         GO TO 1500-EXIT
003600     END-IF.
003610     MOVE BC-ASOF-DATE TO GX-BUSINESS-DATE.
003620     MOVE BC-PRIOR-ASOF-DATE TO GX-SINCE-DATE.
003630     MOVE BC-PROVEN-NET TO GX-PROVEN-NET.
003640     MOVE BC-PROVEN-ROWS TO GX-PROVEN-ROWS.
003650 1500-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------
003690* 1600-READ-GL-CONTROL
003700* A BUSINESS DATE ON OR BEFORE THE LAST ONE SENT HAS ALREADY
003710* GONE TO THE LEDGER (OR TRLBAL HAS NOT RUN SINCE) - THE RUN
003720* ENDS RC 4 WITHOUT A FEED.
003730*----------------------------------------------------------
003740 1600-READ-GL-CONTROL.
003750     OPEN INPUT GLCTL-FILE.
003760     IF GX-CTL-STATUS NOT = "00"
003770         GO TO 1600-EXIT
003780     END-IF.
003790     READ GLCTL-FILE
003800         AT END SET GX-CTL-END-OF-FILE TO TRUE
003810     END-READ.
003820     CLOSE GLCTL-FILE.
003830     IF GX-CTL-END-OF-FILE
003840         GO TO 1600-EXIT
003850     END-IF.
003860     IF GC-LAST-SENT-DATE IS NOT NUMERIC
003870         DISPLAY "GLEXTRCT - GLCTL RECORD UNUSABLE - STATUS "
003880             "OF LAST FEED UNKNOWN - RUN ENDS RC 8"
003890         MOVE 8 TO GX-OVERALL-RC
003900         GO TO 1600-EXIT
003910     END-IF.
003920     MOVE GC-LAST-SENT-DATE TO GX-LAST-SENT-DATE.
003930     IF GX-BUSINESS-DATE NOT > GX-LAST-SENT-DATE
003940         MOVE "BUSINESS DATE ALREADY SENT - NO FEED WRITTEN"
003950             TO GX-RPT-STATUS-LINE
003960         WRITE GLRPT-RECORD FROM GX-RPT-STATUS-LINE
003970         DISPLAY "GLEXTRCT - " GX-BUSINESS-DATE
003980             " ALREADY SENT - RUN ENDS RC 4"
003990         MOVE 4 TO GX-OVERALL-RC
004000     END-IF.
004010 1600-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------
004050* 2000-SUMMARISE-JOURNAL
004060*----------------------------------------------------------
004070 2000-SUMMARISE-JOURNAL.
004080     IF GX-JRNL-END-OF-FILE
004090         GO TO 2000-EXIT
004100     END-IF.
004110     PERFORM 2500-READ-JOURNAL THRU 2500-EXIT.
004120     PERFORM 2100-ADD-JOURNAL-ROW THRU 2100-EXIT
004130         UNTIL GX-JRNL-END-OF-FILE.
004140 2000-EXIT.
004150     EXIT.
004160
004170*----------------------------------------------------------
004180* 2100-ADD-JOURNAL-ROW
004190* ONLY ROWS INSIDE THE PROVEN WINDOW ARE TAKEN.  A REVERSAL
004200* IS CLASS "R" WHICHEVER RUN POSTED IT, AND AN INTEREST OR
004210* FEE CHARGE IS CLASS "A" WHETHER ACCRUAL POSTED IT OR IT WAS
004220* RELEASED OUT OF SUSPENSE; OTHERWISE THE SOURCE SAYS DAILY
004230* RUN ("P") OR SUSPENSE ("S").  A ROW WITH NO
004240* BRANCH (WRITTEN BEFORE THE JOURNAL CARRIED ONE, OR FROM AN
004250* UNNAMED BATCH) SUMMARISES UNDER "????".  AN UNPARSEABLE ROW
004260* FAILS THE RUN - TRLBAL WOULD NOT HAVE PROVED PAST IT.
004270*----------------------------------------------------------
004280 2100-ADD-JOURNAL-ROW.
004290     ADD 1 TO GX-JRNL-READ.
004300     IF PJ-RUN-DATE IS NOT NUMERIC
004310             OR PJ-AMOUNT IS NOT NUMERIC
004320         ADD 1 TO GX-JRNL-BAD-ROWS
004330         MOVE 8 TO GX-OVERALL-RC
004340         GO TO 2100-NEXT
004350     END-IF.
004360     IF PJ-RUN-DATE NOT > GX-SINCE-DATE
004370             OR PJ-RUN-DATE > GX-BUSINESS-DATE
004380         GO TO 2100-NEXT
004390     END-IF.
004400     ADD 1 TO GX-JRNL-IN-WINDOW.
004410     IF PJ-CREDIT
004420         ADD PJ-AMOUNT TO GX-NET-MOVEMENT
004430     ELSE
004440         SUBTRACT PJ-AMOUNT FROM GX-NET-MOVEMENT
004450     END-IF.
004460     MOVE PJ-BRANCH-ID TO GX-ROW-BRANCH-ID.
004470     IF GX-ROW-BRANCH-ID = SPACES
004480         MOVE "????" TO GX-ROW-BRANCH-ID
004490     END-IF.
004500     EVALUATE TRUE
004510         WHEN PJ-ENTRY-REVERSAL
004520             SET GX-ROW-REVERSAL TO TRUE
004530         WHEN PJ-ENTRY-CHARGE
004540             SET GX-ROW-ACCRUAL TO TRUE
004550         WHEN PJ-SOURCE-SUSPENSE
004560             SET GX-ROW-SUSPENSE TO TRUE
004570         WHEN OTHER
004580             SET GX-ROW-POSTING TO TRUE
004590     END-EVALUATE.
004600     PERFORM 2200-FIND-SUMMARY-ROW THRU 2200-EXIT.
004610     IF GX-SUMM-FOUND = ZERO
004620         GO TO 2100-NEXT
004630     END-IF.
004640     IF PJ-CREDIT
004650         ADD 1 TO GX-SM-CR-COUNT (GX-SUMM-FOUND)
004660         ADD PJ-AMOUNT TO GX-SM-CR-AMOUNT (GX-SUMM-FOUND)
004670     ELSE
004680         ADD 1 TO GX-SM-DR-COUNT (GX-SUMM-FOUND)
004690         ADD PJ-AMOUNT TO GX-SM-DR-AMOUNT (GX-SUMM-FOUND)
004700     END-IF.
004710 2100-NEXT.
004720     PERFORM 2500-READ-JOURNAL THRU 2500-EXIT.
004730 2100-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------
004770* 2200-FIND-SUMMARY-ROW
004780* FINDS OR ADDS THE ROW FOR THIS BRANCH AND CLASS.  A FULL
004790* TABLE WOULD DROP AMOUNTS FROM THE FEED, SO IT FAILS THE
004800* RUN RATHER THAN SEND AN INCOMPLETE DAY.
004810*----------------------------------------------------------
004820 2200-FIND-SUMMARY-ROW.
004830     MOVE ZERO TO GX-SUMM-FOUND.
004840     IF GX-SUMM-COUNT > ZERO
004850         PERFORM 2300-MATCH-SUMMARY-ROW THRU 2300-EXIT
004860             VARYING GX-SUMM-SUB FROM 1 BY 1
004870             UNTIL GX-SUMM-SUB > GX-SUMM-COUNT
004880                 OR GX-SUMM-FOUND > ZERO
004890     END-IF.
004900     IF GX-SUMM-FOUND > ZERO
004910         GO TO 2200-EXIT
004920     END-IF.
004930     IF GX-SUMM-COUNT = GX-SUMM-MAX
004940         DISPLAY "GLEXTRCT - MORE THAN " GX-SUMM-MAX
004950             " BRANCH/CLASS ROWS - FEED CANNOT BE BUILT"
004960         MOVE 8 TO GX-OVERALL-RC
004970         GO TO 2200-EXIT
004980     END-IF.
004990     ADD 1 TO GX-SUMM-COUNT.
005000     MOVE GX-SUMM-COUNT TO GX-SUMM-FOUND.
005010     MOVE GX-ROW-BRANCH-ID TO GX-SM-BRANCH-ID (GX-SUMM-FOUND).
005020     MOVE GX-ROW-CLASS TO GX-SM-CLASS (GX-SUMM-FOUND).
005030     MOVE ZERO TO GX-SM-CR-COUNT (GX-SUMM-FOUND).
005040     MOVE ZERO TO GX-SM-CR-AMOUNT (GX-SUMM-FOUND).
005050     MOVE ZERO TO GX-SM-DR-COUNT (GX-SUMM-FOUND).
005060     MOVE ZERO TO GX-SM-DR-AMOUNT (GX-SUMM-FOUND).
005070 2200-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------
005110* 2300-MATCH-SUMMARY-ROW
005120*----------------------------------------------------------
005130 2300-MATCH-SUMMARY-ROW.
005140     IF GX-SM-BRANCH-ID (GX-SUMM-SUB) = GX-ROW-BRANCH-ID
005150             AND GX-SM-CLASS (GX-SUMM-SUB) = GX-ROW-CLASS
005160         MOVE GX-SUMM-SUB TO GX-SUMM-FOUND
005170     END-IF.
005180 2300-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------
005220* 2500-READ-JOURNAL
005230*----------------------------------------------------------
005240 2500-READ-JOURNAL.
005250     READ PSTJRNL-FILE
005260         AT END
005270             SET GX-JRNL-END-OF-FILE TO TRUE
005280     END-READ.
005290 2500-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------
005330* 3000-PROVE-MOVEMENT
005340* THE WINDOW'S CREDITS LESS DEBITS, AND ITS ROW COUNT, MUST
005350* BE EXACTLY WHAT TRLBAL PROVED AGAINST ACCTMAST.  ANYTHING
005360* ELSE - A ROW POSTED AFTER TRLBAL RAN, A DAMAGED JOURNAL -
005370* MEANS THE LEDGER WOULD NOT AGREE WITH THE MASTER, AND NO
005380* FEED IS WRITTEN.
005390*----------------------------------------------------------
005400 3000-PROVE-MOVEMENT.
005410     MOVE SPACES TO GX-RPT-COUNT-LINE.
005420     MOVE "JOURNAL ROWS READ" TO GX-CNT-LABEL.
005430     MOVE GX-JRNL-READ TO GX-CNT-COUNT.
005440     WRITE GLRPT-RECORD FROM GX-RPT-COUNT-LINE.
005450     MOVE "JOURNAL ROWS IN WINDOW" TO GX-CNT-LABEL.
005460     MOVE GX-JRNL-IN-WINDOW TO GX-CNT-COUNT.
005470     WRITE GLRPT-RECORD FROM GX-RPT-COUNT-LINE.
005480     MOVE "ROWS PROVED BY TRLBAL" TO GX-CNT-LABEL.
005490     MOVE GX-PROVEN-ROWS TO GX-CNT-COUNT.
005500     WRITE GLRPT-RECORD FROM GX-RPT-COUNT-LINE.
005510     MOVE "JOURNAL ROWS UNPARSEABLE" TO GX-CNT-LABEL.
005520     MOVE GX-JRNL-BAD-ROWS TO GX-CNT-COUNT.
005530     WRITE GLRPT-RECORD FROM GX-RPT-COUNT-LINE.
005540     MOVE SPACES TO GX-RPT-AMOUNT-LINE.
005550     MOVE "NET MOVEMENT IN WINDOW" TO GX-AMT-LABEL.
005560     MOVE GX-NET-MOVEMENT TO GX-AMT-AMOUNT.
005570     WRITE GLRPT-RECORD FROM GX-RPT-AMOUNT-LINE.
005580     MOVE "NET MOVEMENT PROVED BY TRLBAL" TO GX-AMT-LABEL.
005590     MOVE GX-PROVEN-NET TO GX-AMT-AMOUNT.
005600     WRITE GLRPT-RECORD FROM GX-RPT-AMOUNT-LINE.
005610     COMPUTE GX-DIFFERENCE =
005620         GX-NET-MOVEMENT - GX-PROVEN-NET.
005630     MOVE "DIFFERENCE" TO GX-AMT-LABEL.
005640     MOVE GX-DIFFERENCE TO GX-AMT-AMOUNT.
005650     WRITE GLRPT-RECORD FROM GX-RPT-AMOUNT-LINE.
005660     WRITE GLRPT-RECORD FROM GX-BLANK-LINE.
005670     IF GX-DIFFERENCE = ZERO
005680             AND GX-JRNL-IN-WINDOW = GX-PROVEN-ROWS
005690             AND GX-OVERALL-RC = ZERO
005700         GO TO 3000-EXIT
005710     END-IF.
005720     MOVE "JOURNAL DISAGREES WITH TRLBAL - NO FEED WRITTEN"
005730         TO GX-RPT-STATUS-LINE.
005740     WRITE GLRPT-RECORD FROM GX-RPT-STATUS-LINE.
005750     DISPLAY "GLEXTRCT - JOURNAL DIFFERS FROM TRLBAL BY "
005760         GX-DIFFERENCE " - RUN ENDS RC 8".
005770     MOVE 8 TO GX-OVERALL-RC.
005780 3000-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------
005820* 4000-WRITE-FEED
005830* HEADER, THEN UP TO TWO PAIRS PER SUMMARY ROW, THEN THE
005840* TRAILER.  A CREDIT TO CUSTOMERS DEBITS THE CONTRA ACCOUNT
005850* AND CREDITS DEPOSITS; A DEBIT TO CUSTOMERS IS THE REVERSE.
005860*----------------------------------------------------------
005870 4000-WRITE-FEED.
005880     OPEN OUTPUT GLFEED-FILE.
005890     IF GX-FEED-STATUS NOT = "00"
005900         DISPLAY "GLEXTRCT - UNABLE TO OPEN GLFEED - STATUS "
005910             GX-FEED-STATUS
005920         MOVE 8 TO GX-OVERALL-RC
005930         GO TO 4000-EXIT
005940     END-IF.
005950     SET GX-FEED-OPEN TO TRUE.
005960     WRITE GLRPT-RECORD FROM GX-RPT-COLUMN-HEADING.
005970     MOVE SPACES TO GLFEED-RECORD.
005980     SET GF-HEADER TO TRUE.
005990     MOVE GX-FEED-SOURCE TO GF-HDR-SOURCE.
006000     MOVE GX-BUSINESS-DATE TO GF-HDR-BUSINESS-DATE.
006010     MOVE GX-SINCE-DATE TO GF-HDR-SINCE-DATE.
006020     MOVE GX-CURRENT-DATE TO GF-HDR-CREATED-DATE.
006030     MOVE GX-CURRENT-TIME (1:6) TO GF-HDR-CREATED-TIME.
006040     PERFORM 4800-WRITE-FEED-RECORD THRU 4800-EXIT.
006050     IF GX-SUMM-COUNT > ZERO
006060         PERFORM 4100-WRITE-SUMMARY-ROW THRU 4100-EXIT
006070             VARYING GX-SUMM-SUB FROM 1 BY 1
006080             UNTIL GX-SUMM-SUB > GX-SUMM-COUNT
006090     END-IF.
006100     MOVE SPACES TO GLFEED-RECORD.
006110     SET GF-TRAILER TO TRUE.
006120     MOVE GX-DETAILS-WRITTEN TO GF-TRL-RECORD-COUNT.
006130     MOVE GX-DEBIT-TOTAL TO GF-TRL-DEBIT-TOTAL.
006140     MOVE GX-CREDIT-TOTAL TO GF-TRL-CREDIT-TOTAL.
006150     PERFORM 4800-WRITE-FEED-RECORD THRU 4800-EXIT.
006160     CLOSE GLFEED-FILE.
006170     MOVE "N" TO GX-FEED-OPEN-SWITCH.
006180     WRITE GLRPT-RECORD FROM GX-BLANK-LINE.
006190     MOVE SPACES TO GX-RPT-COUNT-LINE.
006200     MOVE "FEED DETAIL RECORDS" TO GX-CNT-LABEL.
006210     MOVE GX-DETAILS-WRITTEN TO GX-CNT-COUNT.
006220     WRITE GLRPT-RECORD FROM GX-RPT-COUNT-LINE.
006230     MOVE SPACES TO GX-RPT-AMOUNT-LINE.
006240     MOVE "FEED DEBIT TOTAL" TO GX-AMT-LABEL.
006250     MOVE GX-DEBIT-TOTAL TO GX-AMT-AMOUNT.
006260     WRITE GLRPT-RECORD FROM GX-RPT-AMOUNT-LINE.
006270     MOVE "FEED CREDIT TOTAL" TO GX-AMT-LABEL.
006280     MOVE GX-CREDIT-TOTAL TO GX-AMT-AMOUNT.
006290     WRITE GLRPT-RECORD FROM GX-RPT-AMOUNT-LINE.
006300     WRITE GLRPT-RECORD FROM GX-BLANK-LINE.
006310 4000-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------
006350* 4100-WRITE-SUMMARY-ROW
006360* THE CONTRA ACCOUNT FOLLOWS THE CLASS - SUSPENSE FOR "S",
006370* INCOME FOR "A" (A CREDIT THERE IS A CHARGE GIVEN BACK),
006380* BRANCH CLEARING FOR THE REST.
006390*----------------------------------------------------------
006400 4100-WRITE-SUMMARY-ROW.
006410     MOVE GX-SM-CLASS (GX-SUMM-SUB) TO GX-ROW-CLASS.
006420     IF GX-SM-CR-AMOUNT (GX-SUMM-SUB) > ZERO
006430         EVALUATE TRUE
006440             WHEN GX-ROW-SUSPENSE
006450                 MOVE GX-GL-SUSPENSE TO GX-PAIR-DEBIT-GL
006460             WHEN GX-ROW-ACCRUAL
006470                 MOVE GX-GL-INCOME TO GX-PAIR-DEBIT-GL
006480             WHEN OTHER
006490                 MOVE GX-GL-CLEARING TO GX-PAIR-DEBIT-GL
006500         END-EVALUATE
006510         MOVE GX-GL-DEPOSITS TO GX-PAIR-CREDIT-GL
006520         MOVE GX-SM-CR-AMOUNT (GX-SUMM-SUB) TO GX-PAIR-AMOUNT
006530         MOVE GX-SM-CR-COUNT (GX-SUMM-SUB) TO GX-PAIR-COUNT
006540         EVALUATE TRUE
006550             WHEN GX-ROW-SUSPENSE
006560                 MOVE "SUSPENSE RELEASED - CREDITS"
006570                     TO GX-PAIR-NARRATIVE
006580             WHEN GX-ROW-REVERSAL
006590                 MOVE "REVERSALS - CREDITS"
006600                     TO GX-PAIR-NARRATIVE
006610             WHEN GX-ROW-ACCRUAL
006620                 MOVE "INTEREST AND FEES REFUNDED"
006630                     TO GX-PAIR-NARRATIVE
006640             WHEN OTHER
006650                 MOVE "CUSTOMER CREDITS POSTED"
006660                     TO GX-PAIR-NARRATIVE
006670         END-EVALUATE
006680         PERFORM 4500-WRITE-PAIR THRU 4500-EXIT
006690     END-IF.
006700     IF GX-SM-DR-AMOUNT (GX-SUMM-SUB) > ZERO
006710         MOVE GX-GL-DEPOSITS TO GX-PAIR-DEBIT-GL
006720         EVALUATE TRUE
006730             WHEN GX-ROW-SUSPENSE
006740                 MOVE GX-GL-SUSPENSE TO GX-PAIR-CREDIT-GL
006750             WHEN GX-ROW-ACCRUAL
006760                 MOVE GX-GL-INCOME TO GX-PAIR-CREDIT-GL
006770             WHEN OTHER
006780                 MOVE GX-GL-CLEARING TO GX-PAIR-CREDIT-GL
006790         END-EVALUATE
006800         MOVE GX-SM-DR-AMOUNT (GX-SUMM-SUB) TO GX-PAIR-AMOUNT
006810         MOVE GX-SM-DR-COUNT (GX-SUMM-SUB) TO GX-PAIR-COUNT
006820         EVALUATE TRUE
006830             WHEN GX-ROW-SUSPENSE
006840                 MOVE "SUSPENSE RELEASED - DEBITS"
006850                     TO GX-PAIR-NARRATIVE
006860             WHEN GX-ROW-REVERSAL
006870                 MOVE "REVERSALS - DEBITS"
006880                     TO GX-PAIR-NARRATIVE
006890             WHEN GX-ROW-ACCRUAL
006900                 MOVE "INTEREST AND FEES CHARGED"
006910                     TO GX-PAIR-NARRATIVE
006920             WHEN OTHER
006930                 MOVE "CUSTOMER DEBITS POSTED"
006940                     TO GX-PAIR-NARRATIVE
006950         END-EVALUATE
006960         PERFORM 4500-WRITE-PAIR THRU 4500-EXIT
006970     END-IF.
006980 4100-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------
007020* 4500-WRITE-PAIR
007030* ONE DEBIT DETAIL AND ONE CREDIT DETAIL FOR THE SAME
007040* AMOUNT, EACH ECHOED ON THE REPORT.
007050*----------------------------------------------------------
007060 4500-WRITE-PAIR.
007070     MOVE SPACES TO GLFEED-RECORD.
007080     SET GF-DETAIL TO TRUE.
007090     MOVE GX-BUSINESS-DATE TO GF-DTL-BUSINESS-DATE.
007100     MOVE GX-SM-BRANCH-ID (GX-SUMM-SUB) TO GF-DTL-BRANCH-ID.
007110     MOVE GX-ROW-CLASS TO GF-DTL-ENTRY-CLASS.
007120     MOVE GX-PAIR-AMOUNT TO GF-DTL-AMOUNT.
007130     MOVE GX-PAIR-COUNT TO GF-DTL-ITEM-COUNT.
007140     MOVE GX-PAIR-NARRATIVE TO GF-DTL-NARRATIVE.
007150     MOVE GX-PAIR-DEBIT-GL TO GF-DTL-GL-ACCOUNT.
007160     SET GF-DTL-DEBIT TO TRUE.
007170     PERFORM 4800-WRITE-FEED-RECORD THRU 4800-EXIT.
007180     ADD 1 TO GX-DETAILS-WRITTEN.
007190     ADD GX-PAIR-AMOUNT TO GX-DEBIT-TOTAL.
007200     PERFORM 4600-PRINT-DETAIL THRU 4600-EXIT.
007210     MOVE GX-PAIR-CREDIT-GL TO GF-DTL-GL-ACCOUNT.
007220     SET GF-DTL-CREDIT TO TRUE.
007230     PERFORM 4800-WRITE-FEED-RECORD THRU 4800-EXIT.
007240     ADD 1 TO GX-DETAILS-WRITTEN.
007250     ADD GX-PAIR-AMOUNT TO GX-CREDIT-TOTAL.
007260     PERFORM 4600-PRINT-DETAIL THRU 4600-EXIT.
007270 4500-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------
007310* 4600-PRINT-DETAIL
007320*----------------------------------------------------------
007330 4600-PRINT-DETAIL.
007340     MOVE GF-DTL-BRANCH-ID TO GX-DTL-BRANCH-ID.
007350     MOVE GF-DTL-ENTRY-CLASS TO GX-DTL-CLASS.
007360     MOVE GF-DTL-GL-ACCOUNT TO GX-DTL-GL-ACCOUNT.
007370     MOVE GF-DTL-DR-CR TO GX-DTL-DR-CR.
007380     MOVE GF-DTL-AMOUNT TO GX-DTL-AMOUNT.
007390     MOVE GF-DTL-ITEM-COUNT TO GX-DTL-ITEM-COUNT.
007400     MOVE GF-DTL-NARRATIVE TO GX-DTL-NARRATIVE.
007410     WRITE GLRPT-RECORD FROM GX-RPT-DETAIL-LINE.
007420 4600-EXIT.
007430     EXIT.
007440
007450*----------------------------------------------------------
007460* 4800-WRITE-FEED-RECORD
007470*----------------------------------------------------------
007480 4800-WRITE-FEED-RECORD.
007490     WRITE GLFEED-RECORD.
007500     IF GX-FEED-STATUS NOT = "00"
007510         DISPLAY "GLEXTRCT - GLFEED WRITE FAILED - STATUS "
007520             GX-FEED-STATUS
007530         MOVE 8 TO GX-OVERALL-RC
007540     END-IF.
007550 4800-EXIT.
007560     EXIT.
007570
007580*----------------------------------------------------------
007590* 6000-REWRITE-CONTROL
007600* RECORDS THE DAY AS SENT.  ONLY REACHED WHEN THE FEED WAS
007610* WRITTEN AND CLOSED WITHOUT ERROR.
007620*----------------------------------------------------------
007630 6000-REWRITE-CONTROL.
007640     OPEN OUTPUT GLCTL-FILE.
007650     IF GX-CTL-STATUS NOT = "00"
007660         DISPLAY "GLEXTRCT - GLCTL OPEN FAILED - STATUS "
007670             GX-CTL-STATUS " - FEED WRITTEN BUT NOT MARKED SENT"
007680         MOVE 8 TO GX-OVERALL-RC
007690         GO TO 6000-EXIT
007700     END-IF.
007710     MOVE SPACES TO GLCTL-RECORD.
007720     MOVE GX-BUSINESS-DATE TO GC-LAST-SENT-DATE.
007730     MOVE GX-CURRENT-DATE TO GC-SENT-DATE.
007740     MOVE GX-CURRENT-TIME (1:6) TO GC-SENT-TIME.
007750     MOVE GX-DETAILS-WRITTEN TO GC-RECORD-COUNT.
007760     MOVE GX-DEBIT-TOTAL TO GC-DEBIT-TOTAL.
007770     MOVE GX-CREDIT-TOTAL TO GC-CREDIT-TOTAL.
007780     WRITE GLCTL-RECORD.
007790     IF GX-CTL-STATUS NOT = "00"
007800         DISPLAY "GLEXTRCT - GLCTL WRITE FAILED - STATUS "
007810             GX-CTL-STATUS " - FEED WRITTEN BUT NOT MARKED SENT"
007820         MOVE 8 TO GX-OVERALL-RC
007830     ELSE
007840         MOVE "GL FEED WRITTEN - BUSINESS DATE MARKED AS SENT"
007850             TO GX-RPT-STATUS-LINE
007860         WRITE GLRPT-RECORD FROM GX-RPT-STATUS-LINE
007870     END-IF.
007880     CLOSE GLCTL-FILE.
007890 6000-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------
007930* 9000-TERMINATE
007940*----------------------------------------------------------
007950 9000-TERMINATE.
007960     IF GX-FEED-OPEN
007970         CLOSE GLFEED-FILE
007980     END-IF.
007990     IF GX-RPT-STATUS = "00"
008000         CLOSE GLRPT-FILE
008010     END-IF.
008020     IF GX-JRNL-OPEN
008030         CLOSE PSTJRNL-FILE
008040     END-IF.
008050     MOVE GX-OVERALL-RC TO RETURN-CODE.
008060 9000-EXIT.
008070     EXIT.
008080
008090 END PROGRAM GLEXTRCT.
