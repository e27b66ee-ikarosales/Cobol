000250* DATE       INIT  DESCRIPTION
000260* ---------------------------------------------------------------
000270* 2026-09-03 IKS   ORIGINAL PROGRAM.
000280* 2026-10-15 IKS   THE NET POSTED IS NOW SPLIT INTO FRESH
000290*                  ACTIVITY AND REVERSAL CORRECTIONS - A REVERSAL
000300*                  ENTRY AND THE ORIGINAL IT BACKS OUT COUNT AS A
000310*                  CORRECTION, NOT AS NEW BUSINESS.  THE PROOF
000320*                  STILL RUNS ON THE COMBINED NET.  PSTJRNL
000330*                  RECORD IS NOW 120 BYTES.
000340* 2026-10-15 IKS   BALCTL LAYOUT MOVED TO THE BALCTL COPYBOOK.  A
000350*                  CLEAN PROOF NOW ALSO RECORDS THE WINDOW IT
000360*                  PROVED (PRIOR AS-OF DATE TO TODAY), THE NET
000370*                  MOVEMENT AND THE JOURNAL ROWS IN IT, FOR THE
000380*                  GENERAL LEDGER EXTRACT TO CHECK AGAINST.
000390* 2026-10-15 IKS   MONTH-END ACCRUAL.  INTEREST AND FEE CHARGES
000400*                  ARE SHOWN APART FROM FRESH ACTIVITY.  WHEN AN
000410*                  ACCRUAL RUN FALLS IN THE WINDOW, THE CHARGES
000420*                  ITS REGISTER REPORTED (ACCRCTL) ARE RECONCILED
000430*                  TO THE ACCRUAL ENTRIES ON THE JOURNAL; A
000440*                  DIFFERENCE ENDS THE RUN RC 4 BUT DOES NOT HOLD
000450*                  THE BALANCE PROOF.
000460*================================================================
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. TRLBAL.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS AM-ACCOUNT-ID
000570         FILE STATUS IS TB-MAST-STATUS.
000580
000590     SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS TB-JRNL-STATUS.
000620
000630     SELECT BALCTL-FILE ASSIGN TO BALCTL
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS TB-CTL-STATUS.
000660
000670     SELECT ACCRCTL-FILE ASSIGN TO ACCRCTL
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS TB-ACTL-STATUS.
000700
000710     SELECT TRLBRPT-FILE ASSIGN TO TRLBRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS TB-RPT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ACCTMAST-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 60 CHARACTERS.
000800     COPY ACCTMAST.
000810
000820 FD  PSTJRNL-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 120 CHARACTERS.
000850     COPY PSTJRNL.
000860
000870*----------------------------------------------------------
000880* BALCTL-FILE - SINGLE-RECORD CONTROL TOTAL.  CARRIES THE
000890* MASTER'S CLOSING BALANCE TOTAL AS OF THE LAST CLEAN TRIAL
000900* BALANCE.  REWRITTEN ONLY WHEN TODAY'S PROOF HOLDS, SO A
000910* MISMATCH LEAVES THE LAST GOOD BASELINE IN PLACE FOR THE
000920* INVESTIGATION.  BUILT ON THE FIRST EVER RUN.  THE LAYOUT
000930* IS SHARED WITH GLEXTRCT.
000940*----------------------------------------------------------
000950 FD  BALCTL-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 80 CHARACTERS.
000980     COPY BALCTL.
000990
001000*----------------------------------------------------------
001010* ACCRCTL-FILE - THE MONTH-END ACCRUAL RUN'S CONTROL RECORD:
001020* ITS RUN DATE AND THE CHARGES ITS REGISTER SAYS IT POSTED.
001030* READ ONLY.  WITHOUT ONE THERE IS NOTHING TO RECONCILE.
001040*----------------------------------------------------------
001050 FD  ACCRCTL-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080     COPY ACCRCTL.
001090
001100 FD  TRLBRPT-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 132 CHARACTERS.
001130 01  TRLBRPT-RECORD                  PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160 77  TB-MAST-STATUS                  PIC X(02) VALUE SPACES.
001170 77  TB-JRNL-STATUS                  PIC X(02) VALUE SPACES.
001180 77  TB-CTL-STATUS                   PIC X(02) VALUE SPACES.
001190 77  TB-ACTL-STATUS                  PIC X(02) VALUE SPACES.
001200 77  TB-RPT-STATUS                   PIC X(02) VALUE SPACES.
001210 77  TB-MAST-EOF-SWITCH              PIC X(01) VALUE "N".
001220     88  TB-MAST-END-OF-FILE                VALUE "Y".
001230 77  TB-JRNL-EOF-SWITCH              PIC X(01) VALUE "N".
001240     88  TB-JRNL-END-OF-FILE                VALUE "Y".
001250 77  TB-CTL-EOF-SWITCH               PIC X(01) VALUE "N".
001260     88  TB-CTL-END-OF-FILE                 VALUE "Y".
001270 77  TB-FIRST-RUN-SWITCH             PIC X(01) VALUE "N".
001280     88  TB-FIRST-RUN                       VALUE "Y".
001290 77  TB-ACCRUAL-SWITCH               PIC X(01) VALUE "N".
001300     88  TB-ACCRUAL-TO-CHECK                VALUE "Y".
001310 77  TB-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001320
001330 77  TB-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001340 77  TB-ASOF-DATE                    PIC 9(08) VALUE ZERO.
001350
001360 77  TB-ACCOUNTS-READ                PIC 9(07) COMP VALUE ZERO.
001370 77  TB-BAD-BALANCES                 PIC 9(07) COMP VALUE ZERO.
001380 77  TB-JRNL-READ                    PIC 9(07) COMP VALUE ZERO.
001390 77  TB-JRNL-COUNTED                 PIC 9(07) COMP VALUE ZERO.
001400 77  TB-JRNL-BAD-ROWS                PIC 9(07) COMP VALUE ZERO.
001410 77  TB-JRNL-CORRECTIONS             PIC 9(07) COMP VALUE ZERO.
001420 77  TB-JRNL-CHARGES                 PIC 9(07) COMP VALUE ZERO.
001430
001440*----------------------------------------------------------
001450* ACCRUAL RECONCILIATION - THE REGISTER'S FIGURES FROM
001460* ACCRCTL, AND THE SOURCE "A" JOURNAL ENTRIES OF THAT DATE.
001470*----------------------------------------------------------
001480 77  TB-ACCR-DATE                    PIC 9(08) VALUE ZERO.
001490 77  TB-ACCR-PERIOD                  PIC 9(06) VALUE ZERO.
001500 77  TB-ACCR-REG-ROWS                PIC 9(07) COMP VALUE ZERO.
001510 77  TB-ACCR-JRNL-ROWS               PIC 9(07) COMP VALUE ZERO.
001520 77  TB-ACCR-REG-AMOUNT              PIC S9(13)V99 COMP-3
001530                                     VALUE ZERO.
001540 77  TB-ACCR-JRNL-AMOUNT             PIC S9(13)V99 COMP-3
001550                                     VALUE ZERO.
001560
001570 77  TB-MASTER-TOTAL                 PIC S9(13)V99 COMP-3
001580                                     VALUE ZERO.
001590 77  TB-PRIOR-TOTAL                  PIC S9(13)V99 COMP-3
001600                                     VALUE ZERO.
001610 77  TB-NET-POSTED                   PIC S9(13)V99 COMP-3
001620                                     VALUE ZERO.
001630 77  TB-NET-FRESH                    PIC S9(13)V99 COMP-3
001640                                     VALUE ZERO.
001650 77  TB-NET-CORRECTIONS              PIC S9(13)V99 COMP-3
001660                                     VALUE ZERO.
001670 77  TB-NET-CHARGES                  PIC S9(13)V99 COMP-3
001680                                     VALUE ZERO.
001690 77  TB-EXPECTED-TOTAL               PIC S9(13)V99 COMP-3
001700                                     VALUE ZERO.
001710 77  TB-DIFFERENCE                   PIC S9(13)V99 COMP-3
001720                                     VALUE ZERO.
001730
001740 01  TB-RPT-HEADING-1.
001750     05  FILLER                      PIC X(33)
001760             VALUE "TRLBAL DAILY TRIAL BALANCE".
001770     05  FILLER                      PIC X(06) VALUE "DATE: ".
001780     05  TB-HDG-DATE                 PIC 9(08).
001790     05  FILLER                      PIC X(85) VALUE SPACES.
001800
001810 01  TB-RPT-COUNT-LINE.
001820     05  TB-CNT-LABEL                PIC X(30).
001830     05  TB-CNT-COUNT                PIC Z(06)9.
001840     05  FILLER                      PIC X(95) VALUE SPACES.
001850
001860 01  TB-RPT-AMOUNT-LINE.
001870     05  TB-AMT-LABEL                PIC X(30).
001880     05  TB-AMT-AMOUNT               PIC Z(12)9.99-.
001890     05  FILLER                      PIC X(85) VALUE SPACES.
001900
001910 01  TB-RPT-BAD-BAL-LINE.
001920     05  FILLER                      PIC X(02) VALUE SPACES.
001930     05  TB-BAD-ACCOUNT              PIC X(10).
001940     05  FILLER                      PIC X(26)
001950             VALUE " - BALANCE NOT NUMERIC".
001960     05  FILLER                      PIC X(94) VALUE SPACES.
001970
001980 01  TB-RPT-STATUS-LINE              PIC X(132).
001990 01  TB-BLANK-LINE                   PIC X(132) VALUE SPACES.
002000
002010 PROCEDURE DIVISION.
002020*----------------------------------------------------------
002030* 0000-MAINLINE
002040*----------------------------------------------------------
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     IF TB-OVERALL-RC NOT = ZERO
002080         GO TO 0000-WRAP-UP
002090     END-IF.
002100     PERFORM 2000-TOTAL-MASTER THRU 2000-EXIT.
002110     PERFORM 3000-TOTAL-JOURNAL THRU 3000-EXIT.
002120     PERFORM 4000-PROVE-TOTALS THRU 4000-EXIT.
002130 0000-WRAP-UP.
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002150 0000-EXIT.
002160     STOP RUN.
002170
002180*----------------------------------------------------------
002190* 1000-INITIALIZE
002200* OPENS THE FILES AND READS THE PRIOR CLOSING TOTAL.  AN
002210* ABSENT OR EMPTY BALCTL IS THE FIRST EVER RUN - TODAY'S
002220* MASTER TOTAL BECOMES THE BASELINE AND THERE IS NOTHING
002230* TO PROVE AGAINST YET.
002240*----------------------------------------------------------
002250 1000-INITIALIZE.
002260     ACCEPT TB-CURRENT-DATE FROM DATE YYYYMMDD.
002270     OPEN INPUT ACCTMAST-FILE.
002280     IF TB-MAST-STATUS NOT = "00"
002290         DISPLAY "TRLBAL - UNABLE TO OPEN ACCTMAST - STATUS "
002300             TB-MAST-STATUS
002310         MOVE 8 TO TB-OVERALL-RC
002320         GO TO 1000-EXIT
002330     END-IF.
002340     OPEN INPUT PSTJRNL-FILE.
002350     IF TB-JRNL-STATUS = "35"
002360         SET TB-JRNL-END-OF-FILE TO TRUE
002370     ELSE
002380         IF TB-JRNL-STATUS NOT = "00"
002390             DISPLAY "TRLBAL - UNABLE TO OPEN PSTJRNL - STATUS "
002400                 TB-JRNL-STATUS
002410             MOVE 8 TO TB-OVERALL-RC
002420             GO TO 1000-EXIT
002430         END-IF
002440     END-IF.
002450     OPEN OUTPUT TRLBRPT-FILE.
002460     IF TB-RPT-STATUS NOT = "00"
002470         DISPLAY "TRLBAL - UNABLE TO OPEN TRLBRPT - STATUS "
002480             TB-RPT-STATUS
002490         MOVE 8 TO TB-OVERALL-RC
002500         GO TO 1000-EXIT
002510     END-IF.
002520     MOVE TB-CURRENT-DATE TO TB-HDG-DATE.
002530     WRITE TRLBRPT-RECORD FROM TB-RPT-HEADING-1.
002540     WRITE TRLBRPT-RECORD FROM TB-BLANK-LINE.
002550     PERFORM 1500-READ-CONTROL-TOTAL THRU 1500-EXIT.
002560     PERFORM 1600-READ-ACCRUAL-CONTROL THRU 1600-EXIT.
002570 1000-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------
002610* 1500-READ-CONTROL-TOTAL
002620*----------------------------------------------------------
002630 1500-READ-CONTROL-TOTAL.
002640     OPEN INPUT BALCTL-FILE.
002650     IF TB-CTL-STATUS NOT = "00"
002660         SET TB-FIRST-RUN TO TRUE
002670         GO TO 1500-EXIT
002680     END-IF.
002690     READ BALCTL-FILE
002700         AT END SET TB-CTL-END-OF-FILE TO TRUE
002710     END-READ.
002720     IF TB-CTL-END-OF-FILE
002730         SET TB-FIRST-RUN TO TRUE
002740         CLOSE BALCTL-FILE
002750         GO TO 1500-EXIT
002760     END-IF.
002770     IF BC-ASOF-DATE IS NOT NUMERIC
002780             OR BC-CLOSING-TOTAL IS NOT NUMERIC
002790         DISPLAY "TRLBAL - BALCTL RECORD UNUSABLE - TREATED "
002800             "AS FIRST RUN"
002810         SET TB-FIRST-RUN TO TRUE
002820         CLOSE BALCTL-FILE
002830         GO TO 1500-EXIT
002840     END-IF.
002850     MOVE BC-ASOF-DATE TO TB-ASOF-DATE.
002860     MOVE BC-CLOSING-TOTAL TO TB-PRIOR-TOTAL.
002870     CLOSE BALCTL-FILE.
002880 1500-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------
002920* 1600-READ-ACCRUAL-CONTROL
002930* THE LAST ACCRUAL RUN IS RECONCILED ONLY WHEN ITS DATE IS
002940* INSIDE TODAY'S WINDOW - AFTER THE PRIOR AS-OF DATE, UP TO
002950* TODAY - SO EACH RUN IS CHECKED BY ONE TRIAL BALANCE.  NO
002960* ACCRCTL, OR AN UNUSABLE ONE, MEANS NOTHING TO RECONCILE.
002970*----------------------------------------------------------
002980 1600-READ-ACCRUAL-CONTROL.
002990     IF TB-FIRST-RUN
003000         GO TO 1600-EXIT
003010     END-IF.
003020     OPEN INPUT ACCRCTL-FILE.
003030     IF TB-ACTL-STATUS NOT = "00"
003040         GO TO 1600-EXIT
003050     END-IF.
003060     READ ACCRCTL-FILE
003070         AT END
003080             MOVE SPACES TO ACCRCTL-RECORD
003090     END-READ.
003100     CLOSE ACCRCTL-FILE.
003110     IF CA-RUN-DATE IS NOT NUMERIC
003120             OR CA-PERIOD IS NOT NUMERIC
003130             OR CA-CHARGES-POSTED IS NOT NUMERIC
003140             OR CA-AMOUNT-POSTED IS NOT NUMERIC
003150         GO TO 1600-EXIT
003160     END-IF.
003170     IF CA-RUN-DATE NOT > TB-ASOF-DATE
003180             OR CA-RUN-DATE > TB-CURRENT-DATE
003190         GO TO 1600-EXIT
003200     END-IF.
003210     SET TB-ACCRUAL-TO-CHECK TO TRUE.
003220     MOVE CA-RUN-DATE TO TB-ACCR-DATE.
003230     MOVE CA-PERIOD TO TB-ACCR-PERIOD.
003240     MOVE CA-CHARGES-POSTED TO TB-ACCR-REG-ROWS.
003250     MOVE CA-AMOUNT-POSTED TO TB-ACCR-REG-AMOUNT.
003260 1600-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------
003300* 2000-TOTAL-MASTER
003310* A NON-NUMERIC BALANCE IS ITSELF AN INTEGRITY FAILURE -
003320* IT IS REPORTED, LEFT OUT OF THE TOTAL, AND FAILS THE RUN.
003330*----------------------------------------------------------
003340 2000-TOTAL-MASTER.
003350     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
003360     PERFORM 2100-ADD-MASTER-BALANCE THRU 2100-EXIT
003370         UNTIL TB-MAST-END-OF-FILE.
003380 2000-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------
003420* 2100-ADD-MASTER-BALANCE
003430*----------------------------------------------------------
003440 2100-ADD-MASTER-BALANCE.
003450     ADD 1 TO TB-ACCOUNTS-READ.
003460     IF AM-BALANCE IS NUMERIC
003470         ADD AM-BALANCE TO TB-MASTER-TOTAL
003480     ELSE
003490         ADD 1 TO TB-BAD-BALANCES
003500         MOVE SPACES TO TB-RPT-BAD-BAL-LINE (1:2)
003510         MOVE AM-ACCOUNT-ID TO TB-BAD-ACCOUNT
003520         WRITE TRLBRPT-RECORD FROM TB-RPT-BAD-BAL-LINE
003530         MOVE 8 TO TB-OVERALL-RC
003540     END-IF.
003550     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
003560 2100-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------
003600* 2500-READ-MASTER
003610*----------------------------------------------------------
003620 2500-READ-MASTER.
003630     READ ACCTMAST-FILE NEXT RECORD
003640         AT END
003650             SET TB-MAST-END-OF-FILE TO TRUE
003660     END-READ.
003670 2500-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------
003710* 3000-TOTAL-JOURNAL
003720* NETS THE JOURNAL ROWS POSTED SINCE THE LAST CLEAN TRIAL
003730* BALANCE - CREDITS ADD, DEBITS SUBTRACT.  ON THE FIRST
003740* EVER RUN THERE IS NO BASELINE, SO NO ROWS ARE COUNTED.
003750*----------------------------------------------------------
003760 3000-TOTAL-JOURNAL.
003770     IF TB-FIRST-RUN OR TB-JRNL-END-OF-FILE
003780         GO TO 3000-EXIT
003790     END-IF.
003800     PERFORM 3500-READ-JOURNAL THRU 3500-EXIT.
003810     PERFORM 3100-ADD-JOURNAL-ROW THRU 3100-EXIT
003820         UNTIL TB-JRNL-END-OF-FILE.
003830 3000-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------
003870* 3100-ADD-JOURNAL-ROW
003880* A ROW WITH AN UNPARSEABLE DATE OR AMOUNT CANNOT BE
003890* PLACED EITHER SIDE OF THE BASELINE - IT IS COUNTED AND
003900* FAILS THE RUN RATHER THAN SILENTLY SKEWING THE PROOF.
003910* A REVERSAL ENTRY, AND AN ORIGINAL MARKED AS REVERSED, NET
003920* INTO THE CORRECTIONS FIGURE; AN INTEREST OR FEE CHARGE
003930* INTO THE ACCRUAL CHARGES; EVERYTHING ELSE IS FRESH.  THE
003940* ACCRUAL RUN'S OWN ENTRIES OF THE RUN DATE BEING
003950* RECONCILED ARE ALSO SUMMED FOR 4500.
003960*----------------------------------------------------------
003970 3100-ADD-JOURNAL-ROW.
003980     ADD 1 TO TB-JRNL-READ.
003990     IF PJ-RUN-DATE IS NOT NUMERIC
004000             OR PJ-AMOUNT IS NOT NUMERIC
004010         ADD 1 TO TB-JRNL-BAD-ROWS
004020         MOVE 8 TO TB-OVERALL-RC
004030         GO TO 3100-NEXT
004040     END-IF.
004050     IF PJ-RUN-DATE NOT > TB-ASOF-DATE
004060         GO TO 3100-NEXT
004070     END-IF.
004080     ADD 1 TO TB-JRNL-COUNTED.
004090     IF TB-ACCRUAL-TO-CHECK AND PJ-SOURCE-ACCRUAL
004100             AND PJ-RUN-DATE = TB-ACCR-DATE
004110         ADD 1 TO TB-ACCR-JRNL-ROWS
004120         ADD PJ-AMOUNT TO TB-ACCR-JRNL-AMOUNT
004130     END-IF.
004140     IF PJ-CREDIT
004150         ADD PJ-AMOUNT TO TB-NET-POSTED
004160     ELSE
004170         SUBTRACT PJ-AMOUNT FROM TB-NET-POSTED
004180     END-IF.
004190     IF PJ-ENTRY-REVERSAL OR PJ-LINKED-REF NOT = SPACES
004200         ADD 1 TO TB-JRNL-CORRECTIONS
004210         IF PJ-CREDIT
004220             ADD PJ-AMOUNT TO TB-NET-CORRECTIONS
004230         ELSE
004240             SUBTRACT PJ-AMOUNT FROM TB-NET-CORRECTIONS
004250         END-IF
004260     ELSE
004270         IF PJ-ENTRY-CHARGE
004280             ADD 1 TO TB-JRNL-CHARGES
004290             IF PJ-CREDIT
004300                 ADD PJ-AMOUNT TO TB-NET-CHARGES
004310             ELSE
004320                 SUBTRACT PJ-AMOUNT FROM TB-NET-CHARGES
004330             END-IF
004340         ELSE
004350             IF PJ-CREDIT
004360                 ADD PJ-AMOUNT TO TB-NET-FRESH
004370             ELSE
004380                 SUBTRACT PJ-AMOUNT FROM TB-NET-FRESH
004390             END-IF
004400         END-IF
004410     END-IF.
004420 3100-NEXT.
004430     PERFORM 3500-READ-JOURNAL THRU 3500-EXIT.
004440 3100-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------
004480* 3500-READ-JOURNAL
004490*----------------------------------------------------------
004500 3500-READ-JOURNAL.
004510     READ PSTJRNL-FILE
004520         AT END
004530             SET TB-JRNL-END-OF-FILE TO TRUE
004540     END-READ.
004550 3500-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------
004590* 4000-PROVE-TOTALS
004600* PRIOR CLOSING PLUS NET POSTED MUST EQUAL WHAT THE MASTER
004610* ADDS UP TO TODAY.  ONLY A CLEAN PROOF (OR THE FIRST-RUN
004620* BASELINE) REWRITES BALCTL - A MISMATCH KEEPS THE LAST
004630* GOOD BASELINE FOR THE INVESTIGATION AND ENDS RC 8.  THE
004640* ACCRUAL RECONCILIATION FOLLOWS THE PROOF.
004650*----------------------------------------------------------
004660 4000-PROVE-TOTALS.
004670     PERFORM 5000-PRINT-FIGURES THRU 5000-EXIT.
004680     IF TB-FIRST-RUN
004690         MOVE "CONTROL TOTAL INITIALIZED - NOTHING TO PROVE"
004700             TO TB-RPT-STATUS-LINE
004710         WRITE TRLBRPT-RECORD FROM TB-RPT-STATUS-LINE
004720         PERFORM 6000-REWRITE-CONTROL THRU 6000-EXIT
004730         GO TO 4000-EXIT
004740     END-IF.
004750     COMPUTE TB-EXPECTED-TOTAL =
004760         TB-PRIOR-TOTAL + TB-NET-POSTED.
004770     COMPUTE TB-DIFFERENCE =
004780         TB-MASTER-TOTAL - TB-EXPECTED-TOTAL.
004790     IF TB-DIFFERENCE = ZERO AND TB-OVERALL-RC < 8
004800         MOVE "MASTER IN BALANCE WITH CONTROL TOTALS"
004810             TO TB-RPT-STATUS-LINE
004820         WRITE TRLBRPT-RECORD FROM TB-RPT-STATUS-LINE
004830         PERFORM 6000-REWRITE-CONTROL THRU 6000-EXIT
004840     ELSE
004850         MOVE "MASTER OUT OF BALANCE - POSTING HELD"
004860             TO TB-RPT-STATUS-LINE
004870         WRITE TRLBRPT-RECORD FROM TB-RPT-STATUS-LINE
004880         DISPLAY "TRLBAL - MASTER OUT OF BALANCE BY "
004890             TB-DIFFERENCE " - RUN ENDS RC 8"
004900         MOVE 8 TO TB-OVERALL-RC
004910     END-IF.
004920     PERFORM 4500-CHECK-ACCRUAL THRU 4500-EXIT.
004930 4000-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------
004970* 4500-CHECK-ACCRUAL
004980* THE CHARGES THE ACCRUAL REGISTER REPORTS MUST MATCH THE
004990* ACCRUAL ENTRIES ON THE JOURNAL FOR THAT RUN DATE, IN
005000* COUNT AND AMOUNT.  A DIFFERENCE IS RC 4 - THE MASTER MAY
005010* STILL PROVE, SO BALCTL IS NOT HELD BACK FOR IT.
005020*----------------------------------------------------------
005030 4500-CHECK-ACCRUAL.
005040     IF NOT TB-ACCRUAL-TO-CHECK
005050         GO TO 4500-EXIT
005060     END-IF.
005070     WRITE TRLBRPT-RECORD FROM TB-BLANK-LINE.
005080     MOVE SPACES TO TB-RPT-STATUS-LINE.
005090     STRING "ACCRUAL RUN OF " TB-ACCR-DATE
005100         " FOR PERIOD " TB-ACCR-PERIOD
005110         DELIMITED BY SIZE INTO TB-RPT-STATUS-LINE.
005120     WRITE TRLBRPT-RECORD FROM TB-RPT-STATUS-LINE.
005130     MOVE SPACES TO TB-RPT-COUNT-LINE.
005140     MOVE "  CHARGES ON REGISTER" TO TB-CNT-LABEL.
005150     MOVE TB-ACCR-REG-ROWS TO TB-CNT-COUNT.
005160     WRITE TRLBRPT-RECORD FROM TB-RPT-COUNT-LINE.
005170     MOVE "  CHARGES ON JOURNAL" TO TB-CNT-LABEL.
005180     MOVE TB-ACCR-JRNL-ROWS TO TB-CNT-COUNT.
005190     WRITE TRLBRPT-RECORD FROM TB-RPT-COUNT-LINE.
005200     MOVE SPACES TO TB-RPT-AMOUNT-LINE.
005210     MOVE "  AMOUNT ON REGISTER" TO TB-AMT-LABEL.
005220     MOVE TB-ACCR-REG-AMOUNT TO TB-AMT-AMOUNT.
005230     WRITE TRLBRPT-RECORD FROM TB-RPT-AMOUNT-LINE.
005240     MOVE "  AMOUNT ON JOURNAL" TO TB-AMT-LABEL.
005250     MOVE TB-ACCR-JRNL-AMOUNT TO TB-AMT-AMOUNT.
005260     WRITE TRLBRPT-RECORD FROM TB-RPT-AMOUNT-LINE.
005270     IF TB-ACCR-REG-ROWS = TB-ACCR-JRNL-ROWS
005280             AND TB-ACCR-REG-AMOUNT = TB-ACCR-JRNL-AMOUNT
005290         MOVE "ACCRUAL REGISTER AGREES WITH JOURNAL"
005300             TO TB-RPT-STATUS-LINE
005310         WRITE TRLBRPT-RECORD FROM TB-RPT-STATUS-LINE
005320         GO TO 4500-EXIT
005330     END-IF.
005340     MOVE "ACCRUAL REGISTER DOES NOT AGREE WITH JOURNAL"
005350         TO TB-RPT-STATUS-LINE.
005360     WRITE TRLBRPT-RECORD FROM TB-RPT-STATUS-LINE.
005370     DISPLAY "TRLBAL - ACCRUAL REGISTER OF " TB-ACCR-DATE
005380         " DOES NOT AGREE WITH JOURNAL - SEE TRLBRPT".
005390     IF TB-OVERALL-RC < 4
005400         MOVE 4 TO TB-OVERALL-RC
005410     END-IF.
005420 4500-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------
005460* 5000-PRINT-FIGURES
005470*----------------------------------------------------------
005480 5000-PRINT-FIGURES.
005490     MOVE SPACES TO TB-RPT-COUNT-LINE.
005500     MOVE "ACCOUNTS READ" TO TB-CNT-LABEL.
005510     MOVE TB-ACCOUNTS-READ TO TB-CNT-COUNT.
005520     WRITE TRLBRPT-RECORD FROM TB-RPT-COUNT-LINE.
005530     MOVE "BALANCES NOT NUMERIC" TO TB-CNT-LABEL.
005540     MOVE TB-BAD-BALANCES TO TB-CNT-COUNT.
005550     WRITE TRLBRPT-RECORD FROM TB-RPT-COUNT-LINE.
005560     MOVE "JOURNAL ROWS READ" TO TB-CNT-LABEL.
005570     MOVE TB-JRNL-READ TO TB-CNT-COUNT.
005580     WRITE TRLBRPT-RECORD FROM TB-RPT-COUNT-LINE.
005590     MOVE "JOURNAL ROWS SINCE BASELINE" TO TB-CNT-LABEL.
005600     MOVE TB-JRNL-COUNTED TO TB-CNT-COUNT.
005610     WRITE TRLBRPT-RECORD FROM TB-RPT-COUNT-LINE.
005620     MOVE "  OF WHICH CORRECTIONS" TO TB-CNT-LABEL.
005630     MOVE TB-JRNL-CORRECTIONS TO TB-CNT-COUNT.
005640     WRITE TRLBRPT-RECORD FROM TB-RPT-COUNT-LINE.
005650     MOVE "  OF WHICH ACCRUAL CHARGES" TO TB-CNT-LABEL.
005660     MOVE TB-JRNL-CHARGES TO TB-CNT-COUNT.
005670     WRITE TRLBRPT-RECORD FROM TB-RPT-COUNT-LINE.
005680     MOVE "JOURNAL ROWS UNPARSEABLE" TO TB-CNT-LABEL.
005690     MOVE TB-JRNL-BAD-ROWS TO TB-CNT-COUNT.
005700     WRITE TRLBRPT-RECORD FROM TB-RPT-COUNT-LINE.
005710     WRITE TRLBRPT-RECORD FROM TB-BLANK-LINE.
005720     MOVE SPACES TO TB-RPT-AMOUNT-LINE.
005730     MOVE "PRIOR CLOSING TOTAL" TO TB-AMT-LABEL.
005740     MOVE TB-PRIOR-TOTAL TO TB-AMT-AMOUNT.
005750     WRITE TRLBRPT-RECORD FROM TB-RPT-AMOUNT-LINE.
005760     MOVE "NET POSTED SINCE BASELINE" TO TB-AMT-LABEL.
005770     MOVE TB-NET-POSTED TO TB-AMT-AMOUNT.
005780     WRITE TRLBRPT-RECORD FROM TB-RPT-AMOUNT-LINE.
005790     MOVE "  FRESH ACTIVITY" TO TB-AMT-LABEL.
005800     MOVE TB-NET-FRESH TO TB-AMT-AMOUNT.
005810     WRITE TRLBRPT-RECORD FROM TB-RPT-AMOUNT-LINE.
005820     MOVE "  ACCRUAL CHARGES" TO TB-AMT-LABEL.
005830     MOVE TB-NET-CHARGES TO TB-AMT-AMOUNT.
005840     WRITE TRLBRPT-RECORD FROM TB-RPT-AMOUNT-LINE.
005850     MOVE "  REVERSAL CORRECTIONS" TO TB-AMT-LABEL.
005860     MOVE TB-NET-CORRECTIONS TO TB-AMT-AMOUNT.
005870     WRITE TRLBRPT-RECORD FROM TB-RPT-AMOUNT-LINE.
005880     MOVE "EXPECTED MASTER TOTAL" TO TB-AMT-LABEL.
005890     COMPUTE TB-EXPECTED-TOTAL =
005900         TB-PRIOR-TOTAL + TB-NET-POSTED.
005910     MOVE TB-EXPECTED-TOTAL TO TB-AMT-AMOUNT.
005920     WRITE TRLBRPT-RECORD FROM TB-RPT-AMOUNT-LINE.
005930     MOVE "MASTER TOTAL AS READ" TO TB-AMT-LABEL.
005940     MOVE TB-MASTER-TOTAL TO TB-AMT-AMOUNT.
005950     WRITE TRLBRPT-RECORD FROM TB-RPT-AMOUNT-LINE.
005960     COMPUTE TB-DIFFERENCE =
005970         TB-MASTER-TOTAL - TB-EXPECTED-TOTAL.
005980     MOVE "DIFFERENCE" TO TB-AMT-LABEL.
005990     MOVE TB-DIFFERENCE TO TB-AMT-AMOUNT.
006000     WRITE TRLBRPT-RECORD FROM TB-RPT-AMOUNT-LINE.
006010     WRITE TRLBRPT-RECORD FROM TB-BLANK-LINE.
006020 5000-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------
006060* 6000-REWRITE-CONTROL
006070*----------------------------------------------------------
006080 6000-REWRITE-CONTROL.
006090     OPEN OUTPUT BALCTL-FILE.
006100     IF TB-CTL-STATUS NOT = "00"
006110         DISPLAY "TRLBAL - BALCTL OPEN FAILED - STATUS "
006120             TB-CTL-STATUS
006130         MOVE 8 TO TB-OVERALL-RC
006140         GO TO 6000-EXIT
006150     END-IF.
006160     MOVE SPACES TO BALCTL-RECORD.
006170     MOVE TB-CURRENT-DATE TO BC-ASOF-DATE.
006180     MOVE TB-MASTER-TOTAL TO BC-CLOSING-TOTAL.
006190     MOVE TB-ASOF-DATE TO BC-PRIOR-ASOF-DATE.
006200     MOVE TB-NET-POSTED TO BC-PROVEN-NET.
006210     MOVE TB-JRNL-COUNTED TO BC-PROVEN-ROWS.
006220     IF TB-FIRST-RUN
006230         SET BC-BASELINE-ONLY TO TRUE
006240     ELSE
006250         SET BC-MOVEMENT-PROVEN TO TRUE
006260     END-IF.
006270     WRITE BALCTL-RECORD.
006280     IF TB-CTL-STATUS NOT = "00"
006290         DISPLAY "TRLBAL - BALCTL WRITE FAILED - STATUS "
006300             TB-CTL-STATUS
006310         MOVE 8 TO TB-OVERALL-RC
006320     END-IF.
006330     CLOSE BALCTL-FILE.
006340 6000-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------
006380* 9000-TERMINATE
006390*----------------------------------------------------------
006400 9000-TERMINATE.
006410     IF TB-RPT-STATUS = "00"
006420         CLOSE TRLBRPT-FILE
006430     END-IF.
006440     CLOSE ACCTMAST-FILE.
006450     CLOSE PSTJRNL-FILE.
006460     MOVE TB-OVERALL-RC TO RETURN-CODE.
006470 9000-EXIT.
006480     EXIT.
006490
006500 END PROGRAM TRLBAL.
