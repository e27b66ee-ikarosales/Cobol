000230* DATE       INIT  DESCRIPTION
000240* ---------------------------------------------------------------
000250* 2026-09-03 IKS   ORIGINAL PROGRAM.
000260* 2026-10-15 IKS   EACH POSTING NOW PRINTS ITS JOURNAL POSTING
000270*                  REFERENCE.  A REVERSAL AND THE ENTRY IT BACKS
000280*                  OUT ARE LABELLED "REVERSAL OF" / "REVERSED BY"
000290*                  THE OTHER'S REFERENCE, SO THE PAIR READS AS ONE
000300*                  CORRECTION.  PSTJRNL RECORD IS NOW 120 BYTES.
000310* 2026-10-15 IKS   A MONTH-END ACCRUAL CHARGE PRINTS AS "INTEREST"
000320*                  OR "MONTHLY FEE" WITH THE MONTH IT IS FOR.
000330*================================================================
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. ACCTSTMT.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PARM-FILE ASSIGN TO SYSIN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS PF-FILE-STATUS.
000430
000440     SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS ST-JRNL-STATUS.
000470
000480     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS AM-ACCOUNT-ID
000520         FILE STATUS IS ST-MAST-STATUS.
000530
000540     SELECT STMTRPT-FILE ASSIGN TO STMTRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS ST-RPT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600*----------------------------------------------------------
000610* SYSIN CARD - COLS 1-10 THE REQUESTED ACCOUNT (REQUIRED),
000620* COLS 11-18 AND 19-26 AN OPTIONAL FROM/TO DATE (YYYYMMDD).
000630* A BLANK FROM-DATE MEANS FROM THE START OF THE JOURNAL, A
000640* BLANK TO-DATE MEANS UP TO ITS END.
000650*----------------------------------------------------------
000660 FD  PARM-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  PARM-RECORD.
000690     05  PARM-ACCOUNT-ID             PIC X(10).
000700     05  PARM-FROM-DATE              PIC X(08).
000710     05  PARM-TO-DATE                PIC X(08).
000720
000730 FD  PSTJRNL-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 120 CHARACTERS.
000760     COPY PSTJRNL.
000770
000780 FD  ACCTMAST-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 60 CHARACTERS.
000810     COPY ACCTMAST.
000820
000830 FD  STMTRPT-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 132 CHARACTERS.
000860 01  STMTRPT-RECORD                  PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000890 77  PF-FILE-STATUS                  PIC X(02) VALUE SPACES.
000900 77  PF-EOF-SWITCH                   PIC X(01) VALUE "N".
000910     88  PF-END-OF-FILE                      VALUE "Y".
000920 77  ST-JRNL-STATUS                  PIC X(02) VALUE SPACES.
000930 77  ST-MAST-STATUS                  PIC X(02) VALUE SPACES.
000940 77  ST-RPT-STATUS                   PIC X(02) VALUE SPACES.
000950 77  ST-JRNL-EOF-SWITCH              PIC X(01) VALUE "N".
000960     88  ST-JRNL-END-OF-FILE                VALUE "Y".
000970 77  ST-FIRST-SWITCH                 PIC X(01) VALUE "Y".
000980     88  ST-FIRST-POSTING                   VALUE "Y".
000990 77  ST-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001000
001010 77  ST-ACCOUNT-ID                   PIC X(10) VALUE SPACES.
001020 77  ST-FROM-DATE                    PIC 9(08) VALUE ZERO.
001030 77  ST-TO-DATE                      PIC 9(08) VALUE 99999999.
001040 77  ST-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001050
001060 77  ST-JRNL-READ                    PIC 9(07) COMP VALUE ZERO.
001070 77  ST-POSTINGS-LISTED              PIC 9(07) COMP VALUE ZERO.
001080
001090 77  ST-OPEN-BALANCE                 PIC S9(09)V99 COMP-3
001100                                     VALUE ZERO.
001110 77  ST-CLOSE-BALANCE                PIC S9(09)V99 COMP-3
001120                                     VALUE ZERO.
001130
001140 01  ST-RPT-HEADING-1.
001150     05  FILLER                      PIC X(33)
001160             VALUE "ACCTSTMT ACCOUNT STATEMENT".
001170     05  FILLER                      PIC X(06) VALUE "DATE: ".
001180     05  ST-HDG-DATE                 PIC 9(08).
001190     05  FILLER                      PIC X(85) VALUE SPACES.
001200
001210 01  ST-RPT-HEADING-2.
001220     05  FILLER                      PIC X(09)
001230             VALUE "ACCOUNT: ".
001240     05  ST-HDG-ACCOUNT              PIC X(10).
001250     05  FILLER                      PIC X(02) VALUE " (".
001260     05  ST-HDG-NAME                 PIC X(20).
001270     05  FILLER                      PIC X(01) VALUE ")".
001280     05  FILLER                      PIC X(09)
001290             VALUE "  PERIOD ".
001300     05  ST-HDG-FROM                 PIC 9(08).
001310     05  FILLER                      PIC X(03) VALUE " - ".
001320     05  ST-HDG-TO                   PIC 9(08).
001330     05  FILLER                      PIC X(62) VALUE SPACES.
001340
001350 01  ST-RPT-HEADING-3.
001360     05  FILLER                      PIC X(10) VALUE "RUN-DATE".
001370     05  FILLER                      PIC X(04) VALUE "CD".
001380     05  FILLER                      PIC X(13) VALUE "AMOUNT".
001390     05  FILLER                      PIC X(18) VALUE "OPERATOR".
001400     05  FILLER                      PIC X(14) VALUE "BALANCE".
001410     05  FILLER                      PIC X(22) VALUE "REFERENCE".
001420     05  FILLER                      PIC X(10) VALUE "CORRECTION".
001430     05  FILLER                      PIC X(24) VALUE SPACES.
001440     05  FILLER                      PIC X(17) VALUE "CHARGE".
001450
001460 01  ST-RPT-DETAIL.
001470     05  ST-DTL-DATE                 PIC 9(08).
001480     05  FILLER                      PIC X(02) VALUE SPACES.
001490     05  ST-DTL-CODE                 PIC X(01).
001500     05  FILLER                      PIC X(02) VALUE SPACES.
001510     05  ST-DTL-AMOUNT               PIC Z(06)9.99.
001520     05  FILLER                      PIC X(02) VALUE SPACES.
001530     05  ST-DTL-OPERATOR             PIC X(16).
001540     05  FILLER                      PIC X(02) VALUE SPACES.
001550     05  ST-DTL-BALANCE              PIC Z(08)9.99-.
001560     05  FILLER                      PIC X(02) VALUE SPACES.
001570     05  ST-DTL-REF                  PIC X(20).
001580     05  FILLER                      PIC X(02) VALUE SPACES.
001590     05  ST-DTL-CORRECTION.
001600         10  ST-DTL-CORR-LABEL       PIC X(12).
001610         10  ST-DTL-CORR-REF         PIC X(20).
001620     05  FILLER                      PIC X(02) VALUE SPACES.
001630     05  ST-DTL-CHARGE               PIC X(18).
001640
001650 01  ST-RPT-BALANCE-LINE.
001660     05  ST-BAL-LABEL                PIC X(30).
001670     05  ST-BAL-AMOUNT               PIC Z(08)9.99-.
001680     05  FILLER                      PIC X(89) VALUE SPACES.
001690
001700 01  ST-RPT-NOTE-LINE                PIC X(132).
001710 01  ST-BLANK-LINE                   PIC X(132) VALUE SPACES.
001720
001730 PROCEDURE DIVISION.
001740*----------------------------------------------------------
001750* 0000-MAINLINE
001760*----------------------------------------------------------
001770 0000-MAINLINE.
001780     PERFORM 1100-READ-REQUEST-CARD THRU 1100-EXIT.
001790     IF ST-OVERALL-RC NOT = ZERO
001800         GO TO 0000-WRAP-UP
001810     END-IF.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     IF ST-OVERALL-RC NOT = ZERO
001840         GO TO 0000-WRAP-UP
001850     END-IF.
001860     PERFORM 2500-READ-JOURNAL THRU 2500-EXIT.
001870     PERFORM 2000-PROCESS-JOURNAL-ROW THRU 2000-EXIT
001880         UNTIL ST-JRNL-END-OF-FILE.
001890     PERFORM 6000-PRINT-CLOSING THRU 6000-EXIT.
001900 0000-WRAP-UP.
001910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001920 0000-EXIT.
001930     STOP RUN.
001940
001950*----------------------------------------------------------
001960* 1100-READ-REQUEST-CARD
001970* THE ACCOUNT IS REQUIRED - A STATEMENT FOR NOTHING IN
001980* PARTICULAR IS NOT A REQUEST.  A SUPPLIED DATE MUST BE
001990* NUMERIC; A BLANK DATE LEAVES THE RANGE OPEN AT THAT END.
002000*----------------------------------------------------------
002010 1100-READ-REQUEST-CARD.
002020     OPEN INPUT PARM-FILE.
002030     IF PF-FILE-STATUS NOT = "00"
002040         DISPLAY "ACCTSTMT - UNABLE TO OPEN SYSIN - STATUS "
002050             PF-FILE-STATUS
002060         MOVE 8 TO ST-OVERALL-RC
002070         GO TO 1100-EXIT
002080     END-IF.
002090     READ PARM-FILE
002100         AT END SET PF-END-OF-FILE TO TRUE
002110     END-READ.
002120     IF PF-END-OF-FILE OR PARM-ACCOUNT-ID = SPACES
002130         DISPLAY "ACCTSTMT - REQUEST CARD MISSING OR ACCOUNT "
002140             "BLANK - RUN STOPPED"
002150         MOVE 8 TO ST-OVERALL-RC
002160         GO TO 1100-WRAP-UP
002170     END-IF.
002180     MOVE PARM-ACCOUNT-ID TO ST-ACCOUNT-ID.
002190     IF PARM-FROM-DATE NOT = SPACES
002200         IF PARM-FROM-DATE IS NUMERIC
002210             MOVE PARM-FROM-DATE TO ST-FROM-DATE
002220         ELSE
002230             DISPLAY "ACCTSTMT - FROM DATE NOT NUMERIC - "
002240                 "RUN STOPPED"
002250             MOVE 8 TO ST-OVERALL-RC
002260             GO TO 1100-WRAP-UP
002270         END-IF
002280     END-IF.
002290     IF PARM-TO-DATE NOT = SPACES
002300         IF PARM-TO-DATE IS NUMERIC
002310             MOVE PARM-TO-DATE TO ST-TO-DATE
002320         ELSE
002330             DISPLAY "ACCTSTMT - TO DATE NOT NUMERIC - "
002340                 "RUN STOPPED"
002350             MOVE 8 TO ST-OVERALL-RC
002360             GO TO 1100-WRAP-UP
002370         END-IF
002380     END-IF.
002390     IF ST-TO-DATE < ST-FROM-DATE
002400         DISPLAY "ACCTSTMT - TO DATE BEFORE FROM DATE - "
002410             "RUN STOPPED"
002420         MOVE 8 TO ST-OVERALL-RC
002430     END-IF.
002440 1100-WRAP-UP.
002450     CLOSE PARM-FILE.
002460 1100-EXIT.
002470     EXIT.
002480
002490*----------------------------------------------------------
002500* 1000-INITIALIZE
002510* OPENS THE FILES, FETCHES THE MASTER RECORD FOR THE
002520* REQUESTED ACCOUNT, AND PRINTS THE STATEMENT HEADINGS.
002530* AN ACCOUNT NOT ON THE MASTER STOPS THE RUN - A JOURNAL
002540* SEARCH FOR IT WOULD ONLY PRINT AN EMPTY STATEMENT WITH
002550* NO BALANCES TO ANCHOR IT.
002560*----------------------------------------------------------
002570 1000-INITIALIZE.
002580     ACCEPT ST-CURRENT-DATE FROM DATE YYYYMMDD.
002590     OPEN INPUT PSTJRNL-FILE.
002600     IF ST-JRNL-STATUS NOT = "00"
002610         DISPLAY "ACCTSTMT - UNABLE TO OPEN PSTJRNL - STATUS "
002620             ST-JRNL-STATUS
002630         MOVE 8 TO ST-OVERALL-RC
002640         GO TO 1000-EXIT
002650     END-IF.
002660     OPEN INPUT ACCTMAST-FILE.
002670     IF ST-MAST-STATUS NOT = "00"
002680         DISPLAY "ACCTSTMT - UNABLE TO OPEN ACCTMAST - STATUS "
002690             ST-MAST-STATUS
002700         MOVE 8 TO ST-OVERALL-RC
002710         GO TO 1000-EXIT
002720     END-IF.
002730     MOVE ST-ACCOUNT-ID TO AM-ACCOUNT-ID.
002740     READ ACCTMAST-FILE
002750         INVALID KEY
002760             DISPLAY "ACCTSTMT - ACCOUNT " ST-ACCOUNT-ID
002770                 " NOT ON MASTER - RUN STOPPED"
002780             MOVE 8 TO ST-OVERALL-RC
002790     END-READ.
002800     IF ST-OVERALL-RC NOT = ZERO
002810         GO TO 1000-EXIT
002820     END-IF.
002830     OPEN OUTPUT STMTRPT-FILE.
002840     IF ST-RPT-STATUS NOT = "00"
002850         DISPLAY "ACCTSTMT - UNABLE TO OPEN STMTRPT - STATUS "
002860             ST-RPT-STATUS
002870         MOVE 8 TO ST-OVERALL-RC
002880         GO TO 1000-EXIT
002890     END-IF.
002900     MOVE ST-CURRENT-DATE TO ST-HDG-DATE.
002910     MOVE ST-ACCOUNT-ID TO ST-HDG-ACCOUNT.
002920     MOVE AM-ACCOUNT-NAME TO ST-HDG-NAME.
002930     MOVE ST-FROM-DATE TO ST-HDG-FROM.
002940     MOVE ST-TO-DATE TO ST-HDG-TO.
002950     WRITE STMTRPT-RECORD FROM ST-RPT-HEADING-1.
002960     WRITE STMTRPT-RECORD FROM ST-RPT-HEADING-2.
002970     WRITE STMTRPT-RECORD FROM ST-BLANK-LINE.
002980     WRITE STMTRPT-RECORD FROM ST-RPT-HEADING-3.
002990 1000-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------
003030* 2000-PROCESS-JOURNAL-ROW
003040* JOURNAL ROWS FOR OTHER ACCOUNTS OR OUTSIDE THE PERIOD ARE
003050* PASSED OVER.  THE FIRST ROW IN THE PERIOD FIXES THE
003060* OPENING BALANCE - THE BALANCE THE JOURNAL SAYS THE
003070* ACCOUNT HELD BEFORE THAT POSTING LANDED.
003080*----------------------------------------------------------
003090 2000-PROCESS-JOURNAL-ROW.
003100     ADD 1 TO ST-JRNL-READ.
003110     IF PJ-ACCOUNT-ID NOT = ST-ACCOUNT-ID
003120         GO TO 2000-NEXT
003130     END-IF.
003140     IF PJ-RUN-DATE IS NOT NUMERIC
003150         GO TO 2000-NEXT
003160     END-IF.
003170     IF PJ-RUN-DATE < ST-FROM-DATE
003180             OR PJ-RUN-DATE > ST-TO-DATE
003190         GO TO 2000-NEXT
003200     END-IF.
003210     IF ST-FIRST-POSTING
003220         MOVE "N" TO ST-FIRST-SWITCH
003230         IF PJ-CREDIT
003240             COMPUTE ST-OPEN-BALANCE =
003250                 PJ-RESULT-BALANCE - PJ-AMOUNT
003260         ELSE
003270             COMPUTE ST-OPEN-BALANCE =
003280                 PJ-RESULT-BALANCE + PJ-AMOUNT
003290         END-IF
003300         PERFORM 3000-PRINT-OPENING THRU 3000-EXIT
003310     END-IF.
003320     ADD 1 TO ST-POSTINGS-LISTED.
003330     MOVE PJ-RESULT-BALANCE TO ST-CLOSE-BALANCE.
003340     MOVE SPACES TO ST-RPT-DETAIL.
003350     MOVE PJ-RUN-DATE TO ST-DTL-DATE.
003360     MOVE PJ-TRAN-CODE TO ST-DTL-CODE.
003370     MOVE PJ-AMOUNT TO ST-DTL-AMOUNT.
003380     MOVE PJ-OPERATOR-ID TO ST-DTL-OPERATOR.
003390     MOVE PJ-RESULT-BALANCE TO ST-DTL-BALANCE.
003400     MOVE PJ-POSTING-REF TO ST-DTL-REF.
003410     IF PJ-ENTRY-REVERSAL
003420         MOVE "REVERSAL OF" TO ST-DTL-CORR-LABEL
003430         MOVE PJ-LINKED-REF TO ST-DTL-CORR-REF
003440     ELSE
003450         IF PJ-LINKED-REF NOT = SPACES
003460             MOVE "REVERSED BY" TO ST-DTL-CORR-LABEL
003470             MOVE PJ-LINKED-REF TO ST-DTL-CORR-REF
003480         END-IF
003490     END-IF.
003500     IF PJ-ENTRY-INTEREST
003510         STRING "INTEREST " PJ-CHARGE-PERIOD
003520             DELIMITED BY SIZE INTO ST-DTL-CHARGE
003530     END-IF.
003540     IF PJ-ENTRY-FEE
003550         STRING "MONTHLY FEE " PJ-CHARGE-PERIOD
003560             DELIMITED BY SIZE INTO ST-DTL-CHARGE
003570     END-IF.
003580     WRITE STMTRPT-RECORD FROM ST-RPT-DETAIL.
003590 2000-NEXT.
003600     PERFORM 2500-READ-JOURNAL THRU 2500-EXIT.
003610 2000-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------
003650* 2500-READ-JOURNAL
003660*----------------------------------------------------------
003670 2500-READ-JOURNAL.
003680     READ PSTJRNL-FILE
003690         AT END
003700             SET ST-JRNL-END-OF-FILE TO TRUE
003710     END-READ.
003720 2500-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------
003760* 3000-PRINT-OPENING
003770*----------------------------------------------------------
003780 3000-PRINT-OPENING.
003790     MOVE SPACES TO ST-RPT-BALANCE-LINE.
003800     MOVE "OPENING BALANCE" TO ST-BAL-LABEL.
003810     MOVE ST-OPEN-BALANCE TO ST-BAL-AMOUNT.
003820     WRITE STMTRPT-RECORD FROM ST-RPT-BALANCE-LINE.
003830 3000-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------
003870* 6000-PRINT-CLOSING
003880* NO POSTINGS IN THE PERIOD LEAVES BOTH BALANCES AT THE
003890* MASTER'S CURRENT FIGURE - THERE IS NOTHING IN THE PERIOD
003900* TO RECONSTRUCT FROM.  THE MASTER'S CURRENT BALANCE PRINTS
003910* EITHER WAY SO A STATEMENT CUT SHORT BY THE TO-DATE STILL
003920* SHOWS WHERE THE ACCOUNT STANDS TODAY.
003930*----------------------------------------------------------
003940 6000-PRINT-CLOSING.
003950     IF ST-FIRST-POSTING
003960         MOVE AM-BALANCE TO ST-OPEN-BALANCE
003970         MOVE AM-BALANCE TO ST-CLOSE-BALANCE
003980         MOVE "NO POSTINGS ON THE JOURNAL FOR THIS PERIOD"
003990             TO ST-RPT-NOTE-LINE
004000         WRITE STMTRPT-RECORD FROM ST-RPT-NOTE-LINE
004010         PERFORM 3000-PRINT-OPENING THRU 3000-EXIT
004020     END-IF.
004030     MOVE SPACES TO ST-RPT-BALANCE-LINE.
004040     MOVE "CLOSING BALANCE" TO ST-BAL-LABEL.
004050     MOVE ST-CLOSE-BALANCE TO ST-BAL-AMOUNT.
004060     WRITE STMTRPT-RECORD FROM ST-RPT-BALANCE-LINE.
004070     MOVE SPACES TO ST-RPT-BALANCE-LINE.
004080     MOVE "MASTER CURRENT BALANCE" TO ST-BAL-LABEL.
004090     MOVE AM-BALANCE TO ST-BAL-AMOUNT.
004100     WRITE STMTRPT-RECORD FROM ST-RPT-BALANCE-LINE.
004110 6000-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------
004150* 9000-TERMINATE
004160*----------------------------------------------------------
004170 9000-TERMINATE.
004180     IF ST-RPT-STATUS = "00"
004190         CLOSE STMTRPT-FILE
004200     END-IF.
004210     CLOSE PSTJRNL-FILE.
004220     CLOSE ACCTMAST-FILE.
004230     MOVE ST-OVERALL-RC TO RETURN-CODE.
004240 9000-EXIT.
004250     EXIT.
004260
004270 END PROGRAM ACCTSTMT.
