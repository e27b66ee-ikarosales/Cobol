000010*================================================================
000020* PROGRAM-ID    :  ACCTRCVR
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  FORWARD RECOVERY OF THE ACCOUNT MASTER.  LOADS
000090*                  A BACKUP IMAGE OF ACCTMAST (ACCTBKUP) INTO A
000100*                  NEW KSDS (ACCTNEW), THEN REPLAYS EVERYTHING
000110*                  STAMPED AFTER THE BACKUP POINT NAMED ON THE
000120*                  SYSIN CARD - THE POSTING JOURNAL (PSTJRNL) AND
000130*                  THE ACCOUNT MAINTENANCE HISTORY (ACCTHIST),
000140*                  MERGED INTO THE ORDER THEY WERE APPLIED.  EACH
000150*                  REPLAYED POSTING IS CHECKED AGAINST THE
000160*                  PJ-RESULT-BALANCE THE JOURNAL RECORDED.  THE
000170*                  RECOVERY REPORT (RCVRRPT) LISTS EVERY ACCOUNT
000180*                  REPLAYED, THE POSTINGS APPLIED TO IT, AND ANY
000190*                  ACCOUNT WHOSE REPLAYED BALANCE DISAGREES WITH
000200*                  THE JOURNAL.  THE RUN ENDS WITH TRLBAL'S PROOF
000210*                  OVER THE REBUILT MASTER - ITS TOTAL MUST EQUAL
000220*                  THE BALCTL CLOSING TOTAL PLUS THE NET POSTED
000230*                  SINCE - SO OPERATIONS CAN CONFIRM IT BEFORE
000240*                  SWAPPING IT IN.  ACCTMAST ITSELF IS NEVER
000250*                  OPENED.
000260*
000270*                  RETURN-CODE 0 - REBUILT, EVERY REPLAY AGREED
000280*                  AND THE MASTER PROVES.  4 - THE MASTER PROVES
000290*                  BUT SOMETHING ON THE REPORT NEEDS REVIEW.
000300*                  8 - THE MASTER DOES NOT PROVE, OR A FILE OR
000310*                  CARD ERROR - DO NOT SWAP IT IN.
000320*
000330* MODIFICATION HISTORY
000340* ---------------------------------------------------------------
000350* DATE       INIT  DESCRIPTION
000360* ---------------------------------------------------------------
000370* 2026-10-15 IKS   ORIGINAL PROGRAM.
000380*================================================================
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. ACCTRCVR.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PARM-FILE ASSIGN TO SYSIN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PF-FILE-STATUS.
000480
000490     SELECT ACCTBKUP-FILE ASSIGN TO ACCTBKUP
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS FR-BKUP-STATUS.
000520
000530     SELECT ACCTMAST-FILE ASSIGN TO ACCTNEW
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS AM-ACCOUNT-ID
000570         FILE STATUS IS FR-MAST-STATUS.
000580
000590     SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS FR-JRNL-STATUS.
000620
000630     SELECT ACCTHIST-FILE ASSIGN TO ACCTHIST
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS FR-HIST-STATUS.
000660
000670     SELECT BALCTL-FILE ASSIGN TO BALCTL
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS FR-CTL-STATUS.
000700
000710     SELECT RCVRRPT-FILE ASSIGN TO RCVRRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS FR-RPT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770*----------------------------------------------------------
000780* SYSIN CARD - THE BACKUP POINT.  COLS 1-8 THE DATE
000790* (YYYYMMDD, REQUIRED) AND COLS 9-14 THE TIME (HHMMSS, BLANK
000800* MEANS MIDNIGHT) THE BACKUP WAS TAKEN.  JOURNAL ENTRIES AND
000810* MAINTENANCE STAMPED LATER THAN THIS ARE REPLAYED.
000820*----------------------------------------------------------
000830 FD  PARM-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  PARM-RECORD.
000860     05  PARM-BACKUP-DATE            PIC X(08).
000870     05  PARM-BACKUP-TIME            PIC X(06).
000880
000890*----------------------------------------------------------
000900* ACCTBKUP-FILE - THE BACKUP IMAGE, ONE ACCTMAST RECORD PER
000910* 60-BYTE RECORD, AS THE NIGHTLY REPRO UNLOADS IT.
000920*----------------------------------------------------------
000930 FD  ACCTBKUP-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 60 CHARACTERS.
000960 01  ACCTBKUP-RECORD                 PIC X(60).
000970
000980 FD  ACCTMAST-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 60 CHARACTERS.
001010     COPY ACCTMAST.
001020
001030 FD  PSTJRNL-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 120 CHARACTERS.
001060     COPY PSTJRNL.
001070
001080 FD  ACCTHIST-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 100 CHARACTERS.
001110     COPY ACCTHIST.
001120
001130 FD  BALCTL-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 80 CHARACTERS.
001160     COPY BALCTL.
001170
001180 FD  RCVRRPT-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 132 CHARACTERS.
001210 01  RCVRRPT-RECORD                  PIC X(132).
001220
001230 WORKING-STORAGE SECTION.
001240 77  PF-FILE-STATUS                  PIC X(02) VALUE SPACES.
001250 77  PF-EOF-SWITCH                   PIC X(01) VALUE "N".
001260     88  PF-END-OF-FILE                      VALUE "Y".
001270 77  FR-BKUP-STATUS                  PIC X(02) VALUE SPACES.
001280 77  FR-MAST-STATUS                  PIC X(02) VALUE SPACES.
001290 77  FR-JRNL-STATUS                  PIC X(02) VALUE SPACES.
001300 77  FR-HIST-STATUS                  PIC X(02) VALUE SPACES.
001310 77  FR-CTL-STATUS                   PIC X(02) VALUE SPACES.
001320 77  FR-RPT-STATUS                   PIC X(02) VALUE SPACES.
001330 77  FR-BKUP-EOF-SWITCH              PIC X(01) VALUE "N".
001340     88  FR-BKUP-END-OF-FILE                VALUE "Y".
001350 77  FR-MAST-EOF-SWITCH              PIC X(01) VALUE "N".
001360     88  FR-MAST-END-OF-FILE                VALUE "Y".
001370 77  FR-CTL-EOF-SWITCH               PIC X(01) VALUE "N".
001380     88  FR-CTL-END-OF-FILE                 VALUE "Y".
001390 77  FR-MAST-OPEN-SWITCH             PIC X(01) VALUE "N".
001400     88  FR-MAST-OPEN                       VALUE "Y".
001410 77  FR-JRNL-OPEN-SWITCH             PIC X(01) VALUE "N".
001420     88  FR-JRNL-OPEN                       VALUE "Y".
001430 77  FR-HIST-OPEN-SWITCH             PIC X(01) VALUE "N".
001440     88  FR-HIST-OPEN                       VALUE "Y".
001450 77  FR-BKUP-OPEN-SWITCH             PIC X(01) VALUE "N".
001460     88  FR-BKUP-OPEN                       VALUE "Y".
001470 77  FR-FOUND-SWITCH                 PIC X(01) VALUE "N".
001480     88  FR-ID-FOUND                        VALUE "Y".
001490     88  FR-ID-NOT-FOUND                    VALUE "N".
001500 77  FR-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001510
001520 77  FR-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001530 77  FR-BALCTL-ASOF-DATE             PIC 9(08) VALUE ZERO.
001540
001550*----------------------------------------------------------
001560* MERGE KEYS - DATE AND TIME (HHMMSS) OF THE NEXT JOURNAL
001570* ENTRY AND THE NEXT MAINTENANCE RECORD.  HIGH-VALUES ONCE
001580* THE FILE IS EXHAUSTED.
001590*----------------------------------------------------------
001600 77  FR-BACKUP-STAMP                 PIC X(14) VALUE SPACES.
001610 77  FR-JRNL-STAMP                   PIC X(14) VALUE SPACES.
001620 77  FR-HIST-STAMP                   PIC X(14) VALUE SPACES.
001630
001640 77  FR-BACKUP-READ                  PIC 9(07) COMP VALUE ZERO.
001650 77  FR-BACKUP-LOADED                PIC 9(07) COMP VALUE ZERO.
001660 77  FR-BACKUP-REJECTED              PIC 9(07) COMP VALUE ZERO.
001670 77  FR-JRNL-READ                    PIC 9(07) COMP VALUE ZERO.
001680 77  FR-JRNL-BEFORE-BACKUP           PIC 9(07) COMP VALUE ZERO.
001690 77  FR-JRNL-BAD-ROWS                PIC 9(07) COMP VALUE ZERO.
001700 77  FR-POSTINGS-APPLIED             PIC 9(07) COMP VALUE ZERO.
001710 77  FR-POSTINGS-NOT-APPLIED         PIC 9(07) COMP VALUE ZERO.
001720 77  FR-POSTINGS-DISAGREE            PIC 9(07) COMP VALUE ZERO.
001730 77  FR-HIST-READ                    PIC 9(07) COMP VALUE ZERO.
001740 77  FR-HIST-BEFORE-BACKUP           PIC 9(07) COMP VALUE ZERO.
001750 77  FR-MAINT-APPLIED                PIC 9(07) COMP VALUE ZERO.
001760 77  FR-MAINT-EXCEPTIONS             PIC 9(07) COMP VALUE ZERO.
001770 77  FR-ACCOUNTS-DISAGREE            PIC 9(07) COMP VALUE ZERO.
001780 77  FR-ACCOUNTS-READ                PIC 9(07) COMP VALUE ZERO.
001790 77  FR-BAD-BALANCES                 PIC 9(07) COMP VALUE ZERO.
001800
001810 77  FR-MASTER-TOTAL                 PIC S9(13)V99 COMP-3
001820                                     VALUE ZERO.
001830 77  FR-PRIOR-TOTAL                  PIC S9(13)V99 COMP-3
001840                                     VALUE ZERO.
001850 77  FR-NET-POSTED                   PIC S9(13)V99 COMP-3
001860                                     VALUE ZERO.
001870 77  FR-EXPECTED-TOTAL               PIC S9(13)V99 COMP-3
001880                                     VALUE ZERO.
001890 77  FR-DIFFERENCE                   PIC S9(13)V99 COMP-3
001900                                     VALUE ZERO.
001910
001920 77  FR-EXCEPTION-TEXT               PIC X(40) VALUE SPACES.
001930 77  FR-EXCEPTION-REF                PIC X(20) VALUE SPACES.
001940 77  FR-EVENT-ACCOUNT-ID             PIC X(10) VALUE SPACES.
001950 77  FR-HIST-IMAGE                   PIC X(60) VALUE SPACES.
001960 77  FR-REPLAYED-BALANCE             PIC S9(09)V99 VALUE ZERO.
001970
001980 77  FR-ACCT-MAX                     PIC 9(04) COMP VALUE 2000.
001990 77  FR-ACCT-COUNT                   PIC 9(04) COMP VALUE ZERO.
002000 77  FR-ACCT-SUB                     PIC 9(04) COMP VALUE ZERO.
002010 77  FR-ACCT-FOUND                   PIC 9(04) COMP VALUE ZERO.
002020
002030*----------------------------------------------------------
002040* REPLAYED-ACCOUNT ACCUMULATOR - ONE ROW PER ACCOUNT TOUCHED
002050* SINCE THE BACKUP, IN ORDER OF FIRST REPLAY.  HOLDS THE LAST
002060* BALANCE THE JOURNAL RECORDED FOR IT AND THE FIRST POSTING
002070* WHOSE REPLAY DID NOT REPRODUCE THAT BALANCE.
002080*----------------------------------------------------------
002090 01  FR-ACCT-TABLE.
002100     05  FR-ACCT-ENTRY OCCURS 2000 TIMES.
002110         10  FR-AC-ACCOUNT-ID        PIC X(10).
002120         10  FR-AC-POSTINGS          PIC 9(07) COMP.
002130         10  FR-AC-MAINTENANCE       PIC 9(05) COMP.
002140         10  FR-AC-DISAGREEMENTS     PIC 9(07) COMP.
002150         10  FR-AC-JRNL-SWITCH       PIC X(01).
002160             88  FR-AC-JRNL-BALANCE-KNOWN   VALUE "Y".
002170         10  FR-AC-JRNL-BALANCE      PIC S9(09)V99 COMP-3.
002180         10  FR-AC-FIRST-BAD-REF     PIC X(20).
002190
002200 01  FR-RPT-HEADING-1.
002210     05  FILLER                      PIC X(37)
002220             VALUE "ACCTRCVR ACCOUNT MASTER RECOVERY".
002230     05  FILLER                      PIC X(06) VALUE "DATE: ".
002240     05  FR-HDG-DATE                 PIC 9(08).
002250     05  FILLER                      PIC X(81) VALUE SPACES.
002260
002270 01  FR-RPT-HEADING-2.
002280     05  FILLER                      PIC X(15)
002290             VALUE "BACKUP POINT: ".
002300     05  FR-HDG-BACKUP-DATE          PIC X(08).
002310     05  FILLER                      PIC X(01) VALUE SPACES.
002320     05  FR-HDG-BACKUP-TIME          PIC X(06).
002330     05  FILLER                      PIC X(102) VALUE SPACES.
002340
002350 01  FR-RPT-SECTION-LINE             PIC X(132).
002360
002370 01  FR-RPT-EXCEPTION-LINE.
002380     05  FILLER                      PIC X(02) VALUE SPACES.
002390     05  FR-EXC-ACCOUNT-ID           PIC X(10).
002400     05  FILLER                      PIC X(02) VALUE SPACES.
002410     05  FR-EXC-REF                  PIC X(20).
002420     05  FILLER                      PIC X(02) VALUE SPACES.
002430     05  FR-EXC-TEXT                 PIC X(40).
002440     05  FILLER                      PIC X(56) VALUE SPACES.
002450
002460 01  FR-RPT-ACCOUNT-HEADING.
002470     05  FILLER                      PIC X(50) VALUE
002480         "  ACCOUNT     POSTINGS  MAINT   REPLAYED BALANCE".
002490     05  FILLER                      PIC X(50) VALUE
002500         "    JOURNAL BALANCE  RESULT".
002510     05  FILLER                      PIC X(32) VALUE SPACES.
002520
002530 01  FR-RPT-ACCOUNT-LINE.
002540     05  FILLER                      PIC X(02) VALUE SPACES.
002550     05  FR-ACL-ACCOUNT-ID           PIC X(10).
002560     05  FILLER                      PIC X(02) VALUE SPACES.
002570     05  FR-ACL-POSTINGS             PIC Z(06)9.
002580     05  FILLER                      PIC X(02) VALUE SPACES.
002590     05  FR-ACL-MAINTENANCE          PIC Z(04)9.
002600     05  FILLER                      PIC X(02) VALUE SPACES.
002610     05  FR-ACL-REPLAYED-BALANCE     PIC Z(09)9.99-.
002620     05  FILLER                      PIC X(02) VALUE SPACES.
002630     05  FR-ACL-JOURNAL-BALANCE      PIC Z(09)9.99-.
002640     05  FILLER                      PIC X(02) VALUE SPACES.
002650     05  FR-ACL-RESULT               PIC X(20).
002660     05  FILLER                      PIC X(02) VALUE SPACES.
002670     05  FR-ACL-FIRST-BAD-REF        PIC X(20).
002680     05  FILLER                      PIC X(30) VALUE SPACES.
002690
002700 01  FR-RPT-COUNT-LINE.
002710     05  FR-CNT-LABEL                PIC X(30).
002720     05  FR-CNT-COUNT                PIC Z(06)9.
002730     05  FILLER                      PIC X(95) VALUE SPACES.
002740
002750 01  FR-RPT-AMOUNT-LINE.
002760     05  FR-AMT-LABEL                PIC X(30).
002770     05  FR-AMT-AMOUNT               PIC Z(12)9.99-.
002780     05  FILLER                      PIC X(85) VALUE SPACES.
002790
002800 01  FR-RPT-STATUS-LINE              PIC X(132).
002810 01  FR-BLANK-LINE                   PIC X(132) VALUE SPACES.
002820
002830 PROCEDURE DIVISION.
002840*----------------------------------------------------------
002850* 0000-MAINLINE
002860*----------------------------------------------------------
002870 0000-MAINLINE.
002880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002890     IF FR-OVERALL-RC NOT = ZERO
002900         GO TO 0000-WRAP-UP
002910     END-IF.
002920     PERFORM 2000-LOAD-BACKUP THRU 2000-EXIT.
002930     IF FR-OVERALL-RC > 4
002940         GO TO 0000-WRAP-UP
002950     END-IF.
002960     PERFORM 3000-REPLAY THRU 3000-EXIT.
002970     IF FR-OVERALL-RC > 4
002980         GO TO 0000-WRAP-UP
002990     END-IF.
003000     PERFORM 4000-PRINT-ACCOUNTS THRU 4000-EXIT.
003010     PERFORM 5000-PROVE-MASTER THRU 5000-EXIT.
003020 0000-WRAP-UP.
003030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003040 0000-EXIT.
003050     STOP RUN.
003060
003070*----------------------------------------------------------
003080* 1000-INITIALIZE
003090* THE REPORT AND THE CONTROL INPUTS FIRST - A BAD CARD OR AN
003100* UNUSABLE BALCTL STOPS THE RUN BEFORE ANY DATA IS TOUCHED.
003110* AN ABSENT ACCTHIST (STATUS 35) MEANS NO MAINTENANCE HAS
003120* BEEN LOGGED; AN ABSENT JOURNAL MEANS NOTHING WAS POSTED.
003130*----------------------------------------------------------
003140 1000-INITIALIZE.
003150     ACCEPT FR-CURRENT-DATE FROM DATE YYYYMMDD.
003160     OPEN OUTPUT RCVRRPT-FILE.
003170     IF FR-RPT-STATUS NOT = "00"
003180         DISPLAY "ACCTRCVR - UNABLE TO OPEN RCVRRPT - STATUS "
003190             FR-RPT-STATUS
003200         MOVE 8 TO FR-OVERALL-RC
003210         GO TO 1000-EXIT
003220     END-IF.
003230     MOVE FR-CURRENT-DATE TO FR-HDG-DATE.
003240     WRITE RCVRRPT-RECORD FROM FR-RPT-HEADING-1.
003250     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
003260     IF FR-OVERALL-RC NOT = ZERO
003270         GO TO 1000-EXIT
003280     END-IF.
003290     MOVE FR-BACKUP-STAMP (1:8) TO FR-HDG-BACKUP-DATE.
003300     MOVE FR-BACKUP-STAMP (9:6) TO FR-HDG-BACKUP-TIME.
003310     WRITE RCVRRPT-RECORD FROM FR-RPT-HEADING-2.
003320     WRITE RCVRRPT-RECORD FROM FR-BLANK-LINE.
003330     PERFORM 1200-READ-CONTROL-TOTAL THRU 1200-EXIT.
003340     IF FR-OVERALL-RC NOT = ZERO
003350         GO TO 1000-EXIT
003360     END-IF.
003370     OPEN INPUT ACCTBKUP-FILE.
003380     IF FR-BKUP-STATUS NOT = "00"
003390         DISPLAY "ACCTRCVR - UNABLE TO OPEN ACCTBKUP - STATUS "
003400             FR-BKUP-STATUS
003410         MOVE 8 TO FR-OVERALL-RC
003420         GO TO 1000-EXIT
003430     END-IF.
003440     SET FR-BKUP-OPEN TO TRUE.
003450     OPEN INPUT PSTJRNL-FILE.
003460     IF FR-JRNL-STATUS = "35"
003470         MOVE HIGH-VALUES TO FR-JRNL-STAMP
003480     ELSE
003490         IF FR-JRNL-STATUS NOT = "00"
003500             DISPLAY "ACCTRCVR - UNABLE TO OPEN PSTJRNL - "
003510                 "STATUS " FR-JRNL-STATUS
003520             MOVE 8 TO FR-OVERALL-RC
003530             GO TO 1000-EXIT
003540         END-IF
003550         SET FR-JRNL-OPEN TO TRUE
003560     END-IF.
003570     OPEN INPUT ACCTHIST-FILE.
003580     IF FR-HIST-STATUS = "35"
003590         MOVE HIGH-VALUES TO FR-HIST-STAMP
003600     ELSE
003610         IF FR-HIST-STATUS NOT = "00"
003620             DISPLAY "ACCTRCVR - UNABLE TO OPEN ACCTHIST - "
003630                 "STATUS " FR-HIST-STATUS
003640             MOVE 8 TO FR-OVERALL-RC
003650             GO TO 1000-EXIT
003660         END-IF
003670         SET FR-HIST-OPEN TO TRUE
003680     END-IF.
003690     OPEN OUTPUT ACCTMAST-FILE.
003700     IF FR-MAST-STATUS NOT = "00"
003710         DISPLAY "ACCTRCVR - UNABLE TO OPEN ACCTNEW - STATUS "
003720             FR-MAST-STATUS
003730         MOVE 8 TO FR-OVERALL-RC
003740         GO TO 1000-EXIT
003750     END-IF.
003760     SET FR-MAST-OPEN TO TRUE.
003770 1000-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------
003810* 1100-READ-PARM-CARD
003820* THE BACKUP POINT IS REQUIRED - WITHOUT IT THERE IS NO
003830* TELLING WHICH JOURNAL ENTRIES THE BACKUP ALREADY HOLDS.
003840*----------------------------------------------------------
003850 1100-READ-PARM-CARD.
003860     OPEN INPUT PARM-FILE.
003870     IF PF-FILE-STATUS NOT = "00"
003880         DISPLAY "ACCTRCVR - UNABLE TO OPEN SYSIN - STATUS "
003890             PF-FILE-STATUS
003900         MOVE 8 TO FR-OVERALL-RC
003910         GO TO 1100-EXIT
003920     END-IF.
003930     READ PARM-FILE
003940         AT END SET PF-END-OF-FILE TO TRUE
003950     END-READ.
003960     IF PF-END-OF-FILE OR PARM-BACKUP-DATE IS NOT NUMERIC
003970         DISPLAY "ACCTRCVR - BACKUP DATE MISSING OR NOT "
003980             "NUMERIC - RUN STOPPED"
003990         MOVE 8 TO FR-OVERALL-RC
004000         GO TO 1100-WRAP-UP
004010     END-IF.
004020     IF PARM-BACKUP-TIME = SPACES
004030         MOVE ZERO TO PARM-BACKUP-TIME
004040     END-IF.
004050     IF PARM-BACKUP-TIME IS NOT NUMERIC
004060         DISPLAY "ACCTRCVR - BACKUP TIME NOT NUMERIC - "
004070             "RUN STOPPED"
004080         MOVE 8 TO FR-OVERALL-RC
004090         GO TO 1100-WRAP-UP
004100     END-IF.
004110     MOVE PARM-BACKUP-DATE TO FR-BACKUP-STAMP (1:8).
004120     MOVE PARM-BACKUP-TIME TO FR-BACKUP-STAMP (9:6).
004130 1100-WRAP-UP.
004140     CLOSE PARM-FILE.
004150 1100-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------
004190* 1200-READ-CONTROL-TOTAL
004200* THE PROOF AT THE END NEEDS THE LAST CLEAN TRIAL BALANCE.
004210* WITHOUT ONE THE REBUILT MASTER CANNOT BE CONFIRMED, SO
004220* THERE IS NO POINT BUILDING IT.
004230*----------------------------------------------------------
004240 1200-READ-CONTROL-TOTAL.
004250     OPEN INPUT BALCTL-FILE.
004260     IF FR-CTL-STATUS NOT = "00"
004270         DISPLAY "ACCTRCVR - UNABLE TO OPEN BALCTL - STATUS "
004280             FR-CTL-STATUS
004290         MOVE 8 TO FR-OVERALL-RC
004300         GO TO 1200-EXIT
004310     END-IF.
004320     READ BALCTL-FILE
004330         AT END SET FR-CTL-END-OF-FILE TO TRUE
004340     END-READ.
004350     CLOSE BALCTL-FILE.
004360     IF FR-CTL-END-OF-FILE
004370             OR BC-ASOF-DATE IS NOT NUMERIC
004380             OR BC-CLOSING-TOTAL IS NOT NUMERIC
004390         DISPLAY "ACCTRCVR - BALCTL EMPTY OR UNUSABLE - "
004400             "REBUILT MASTER COULD NOT BE PROVED - RUN STOPPED"
004410         MOVE 8 TO FR-OVERALL-RC
004420         GO TO 1200-EXIT
004430     END-IF.
004440     MOVE BC-ASOF-DATE TO FR-BALCTL-ASOF-DATE.
004450     MOVE BC-CLOSING-TOTAL TO FR-PRIOR-TOTAL.
004460 1200-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------
004500* 2000-LOAD-BACKUP
004510* COPIES THE BACKUP IMAGE INTO ACCTNEW, THEN REOPENS IT FOR
004520* THE REPLAY.  A DUPLICATE KEY ON THE BACKUP IS REPORTED AND
004530* SKIPPED (RC 4), AS OPERLOAD DOES.
004540*----------------------------------------------------------
004550 2000-LOAD-BACKUP.
004560     PERFORM 2500-READ-BACKUP THRU 2500-EXIT.
004570     PERFORM 2100-LOAD-RECORD THRU 2100-EXIT
004580         UNTIL FR-BKUP-END-OF-FILE.
004590     CLOSE ACCTBKUP-FILE.
004600     MOVE "N" TO FR-BKUP-OPEN-SWITCH.
004610     CLOSE ACCTMAST-FILE.
004620     OPEN I-O ACCTMAST-FILE.
004630     IF FR-MAST-STATUS NOT = "00"
004640         DISPLAY "ACCTRCVR - UNABLE TO REOPEN ACCTNEW - STATUS "
004650             FR-MAST-STATUS
004660         MOVE "N" TO FR-MAST-OPEN-SWITCH
004670         MOVE 8 TO FR-OVERALL-RC
004680     END-IF.
004690 2000-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------
004730* 2100-LOAD-RECORD
004740*----------------------------------------------------------
004750 2100-LOAD-RECORD.
004760     ADD 1 TO FR-BACKUP-READ.
004770     MOVE ACCTBKUP-RECORD TO ACCTMAST-RECORD.
004780     WRITE ACCTMAST-RECORD
004790         INVALID KEY
004800             ADD 1 TO FR-BACKUP-REJECTED
004810             MOVE SPACES TO FR-EXCEPTION-REF
004820             MOVE ACCTBKUP-RECORD (1:10) TO FR-EVENT-ACCOUNT-ID
004830             MOVE "DUPLICATE ON BACKUP - SKIPPED"
004840                 TO FR-EXCEPTION-TEXT
004850             PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
004860         NOT INVALID KEY
004870             ADD 1 TO FR-BACKUP-LOADED
004880     END-WRITE.
004890     PERFORM 2500-READ-BACKUP THRU 2500-EXIT.
004900 2100-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------
004940* 2500-READ-BACKUP
004950*----------------------------------------------------------
004960 2500-READ-BACKUP.
004970     READ ACCTBKUP-FILE
004980         AT END
004990             SET FR-BKUP-END-OF-FILE TO TRUE
005000     END-READ.
005010 2500-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------
005050* 3000-REPLAY
005060* MERGES THE JOURNAL AND THE MAINTENANCE HISTORY ON THEIR
005070* STAMPS AND APPLIES EACH EVENT IN TURN.  MAINTENANCE GOES
005080* FIRST ON A TIE, SO AN ACCOUNT ADDED AND POSTED TO IN THE
005090* SAME SECOND EXISTS BEFORE ITS FIRST POSTING.
005100*----------------------------------------------------------
005110 3000-REPLAY.
005120     MOVE "REPLAY EXCEPTIONS" TO FR-RPT-SECTION-LINE.
005130     WRITE RCVRRPT-RECORD FROM FR-RPT-SECTION-LINE.
005140     IF FR-JRNL-OPEN
005150         PERFORM 3500-READ-JOURNAL THRU 3500-EXIT
005160     END-IF.
005170     IF FR-HIST-OPEN
005180         PERFORM 3600-READ-HISTORY THRU 3600-EXIT
005190     END-IF.
005200     PERFORM 3100-NEXT-EVENT THRU 3100-EXIT
005210         UNTIL FR-JRNL-STAMP = HIGH-VALUES
005220             AND FR-HIST-STAMP = HIGH-VALUES.
005230     WRITE RCVRRPT-RECORD FROM FR-BLANK-LINE.
005240 3000-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------
005280* 3100-NEXT-EVENT
005290*----------------------------------------------------------
005300 3100-NEXT-EVENT.
005310     IF FR-HIST-STAMP NOT > FR-JRNL-STAMP
005320         PERFORM 3300-APPLY-MAINTENANCE THRU 3300-EXIT
005330         PERFORM 3600-READ-HISTORY THRU 3600-EXIT
005340     ELSE
005350         PERFORM 3200-APPLY-POSTING THRU 3200-EXIT
005360         PERFORM 3500-READ-JOURNAL THRU 3500-EXIT
005370     END-IF.
005380 3100-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------
005420* 3200-APPLY-POSTING
005430* EVERY JOURNAL ROW AFTER THE BALCTL AS-OF DATE COUNTS
005440* TOWARDS THE PROOF, WHETHER OR NOT THE BACKUP ALREADY
005450* HOLDS IT.  ONLY ROWS AFTER THE BACKUP POINT ARE REPLAYED.
005460* THE REPLAYED BALANCE IS KEPT EVEN WHEN IT DISAGREES WITH
005470* THE JOURNAL - THE DISAGREEMENT IS REPORTED, NOT HIDDEN.
005480*----------------------------------------------------------
005490 3200-APPLY-POSTING.
005500     ADD 1 TO FR-JRNL-READ.
005510     IF PJ-RUN-DATE IS NOT NUMERIC
005520             OR PJ-AMOUNT IS NOT NUMERIC
005530         ADD 1 TO FR-JRNL-BAD-ROWS
005540         MOVE PJ-ACCOUNT-ID TO FR-EVENT-ACCOUNT-ID
005550         MOVE PJ-POSTING-REF TO FR-EXCEPTION-REF
005560         MOVE "JOURNAL ROW UNPARSEABLE - NOT APPLIED"
005570             TO FR-EXCEPTION-TEXT
005580         PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
005590         MOVE 8 TO FR-OVERALL-RC
005600         GO TO 3200-EXIT
005610     END-IF.
005620     IF PJ-RUN-DATE > FR-BALCTL-ASOF-DATE
005630         IF PJ-CREDIT
005640             ADD PJ-AMOUNT TO FR-NET-POSTED
005650         ELSE
005660             SUBTRACT PJ-AMOUNT FROM FR-NET-POSTED
005670         END-IF
005680     END-IF.
005690     IF FR-JRNL-STAMP NOT > FR-BACKUP-STAMP
005700         ADD 1 TO FR-JRNL-BEFORE-BACKUP
005710         GO TO 3200-EXIT
005720     END-IF.
005730     MOVE PJ-ACCOUNT-ID TO FR-EVENT-ACCOUNT-ID.
005740     MOVE PJ-POSTING-REF TO FR-EXCEPTION-REF.
005750     PERFORM 3400-NOTE-ACCOUNT THRU 3400-EXIT.
005760     MOVE PJ-ACCOUNT-ID TO AM-ACCOUNT-ID.
005770     READ ACCTMAST-FILE
005780         INVALID KEY
005790             ADD 1 TO FR-POSTINGS-NOT-APPLIED
005800             MOVE "ACCOUNT NOT ON REBUILT MASTER"
005810                 TO FR-EXCEPTION-TEXT
005820             PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
005830             GO TO 3200-EXIT
005840     END-READ.
005850     IF AM-BALANCE IS NOT NUMERIC
005860         ADD 1 TO FR-POSTINGS-NOT-APPLIED
005870         MOVE "BALANCE NOT NUMERIC - NOT APPLIED"
005880             TO FR-EXCEPTION-TEXT
005890         PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
005900         GO TO 3200-EXIT
005910     END-IF.
005920     IF PJ-CREDIT
005930         ADD PJ-AMOUNT TO AM-BALANCE
005940     ELSE
005950         SUBTRACT PJ-AMOUNT FROM AM-BALANCE
005960     END-IF.
005970     IF FR-ACCT-FOUND > ZERO
005980         ADD 1 TO FR-AC-POSTINGS (FR-ACCT-FOUND)
005990         IF PJ-RESULT-BALANCE IS NUMERIC
006000             SET FR-AC-JRNL-BALANCE-KNOWN (FR-ACCT-FOUND)
006010                 TO TRUE
006020             MOVE PJ-RESULT-BALANCE
006030                 TO FR-AC-JRNL-BALANCE (FR-ACCT-FOUND)
006040         END-IF
006050     END-IF.
006060     IF PJ-RESULT-BALANCE IS NUMERIC
006070             AND AM-BALANCE NOT = PJ-RESULT-BALANCE
006080         ADD 1 TO FR-POSTINGS-DISAGREE
006090         IF FR-ACCT-FOUND > ZERO
006100             ADD 1 TO FR-AC-DISAGREEMENTS (FR-ACCT-FOUND)
006110             IF FR-AC-FIRST-BAD-REF (FR-ACCT-FOUND) = SPACES
006120                 MOVE PJ-POSTING-REF
006130                     TO FR-AC-FIRST-BAD-REF (FR-ACCT-FOUND)
006140             END-IF
006150         END-IF
006160     END-IF.
006170     REWRITE ACCTMAST-RECORD
006180         INVALID KEY
006190             DISPLAY "ACCTRCVR - ACCTNEW REWRITE FAILED - "
006200                 "STATUS " FR-MAST-STATUS " - ACCOUNT "
006210                 AM-ACCOUNT-ID
006220             MOVE 8 TO FR-OVERALL-RC
006230             GO TO 3200-EXIT
006240     END-REWRITE.
006250     ADD 1 TO FR-POSTINGS-APPLIED.
006260 3200-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------
006300* 3300-APPLY-MAINTENANCE
006310* NAME, STATUS AND LIMIT COME FROM THE HISTORY IMAGE; THE
006320* BALANCE STAYS AS REPLAYED, SINCE ACCTMNT NEVER MOVES ONE.
006330* AN ADD OF AN ACCOUNT ALREADY PRESENT, OR A CHANGE OF ONE
006340* THAT IS NOT, IS REPORTED AND THE IMAGE APPLIED ANYWAY -
006350* THE HISTORY IS THE BETTER RECORD OF WHAT ACCTMAST HELD.
006360*----------------------------------------------------------
006370 3300-APPLY-MAINTENANCE.
006380     ADD 1 TO FR-HIST-READ.
006390     IF FR-HIST-STAMP NOT > FR-BACKUP-STAMP
006400         ADD 1 TO FR-HIST-BEFORE-BACKUP
006410         GO TO 3300-EXIT
006420     END-IF.
006430     MOVE AH-AFTER-IMAGE TO FR-HIST-IMAGE.
006440     MOVE FR-HIST-IMAGE (1:10) TO FR-EVENT-ACCOUNT-ID.
006450     MOVE AH-CHANGE-STAMP TO FR-EXCEPTION-REF.
006460     PERFORM 3400-NOTE-ACCOUNT THRU 3400-EXIT.
006470     IF FR-ACCT-FOUND > ZERO
006480         ADD 1 TO FR-AC-MAINTENANCE (FR-ACCT-FOUND)
006490     END-IF.
006500     MOVE FR-EVENT-ACCOUNT-ID TO AM-ACCOUNT-ID.
006510     READ ACCTMAST-FILE
006520         INVALID KEY
006530             SET FR-ID-NOT-FOUND TO TRUE
006540         NOT INVALID KEY
006550             SET FR-ID-FOUND TO TRUE
006560     END-READ.
006570     IF AH-ACTION-DELETE
006580         IF FR-ID-NOT-FOUND
006590             MOVE "DELETE - ACCOUNT NOT ON REBUILT MASTER"
006600                 TO FR-EXCEPTION-TEXT
006610             PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
006620             ADD 1 TO FR-MAINT-EXCEPTIONS
006630             GO TO 3300-EXIT
006640         END-IF
006650         DELETE ACCTMAST-FILE RECORD
006660             INVALID KEY
006670                 DISPLAY "ACCTRCVR - ACCTNEW DELETE FAILED - "
006680                     "STATUS " FR-MAST-STATUS
006690                 MOVE 8 TO FR-OVERALL-RC
006700                 GO TO 3300-EXIT
006710         END-DELETE
006720         ADD 1 TO FR-MAINT-APPLIED
006730         GO TO 3300-EXIT
006740     END-IF.
006750     IF FR-ID-FOUND
006760         IF AH-ACTION-ADD
006770             MOVE "ADD - ACCOUNT ALREADY ON BACKUP"
006780                 TO FR-EXCEPTION-TEXT
006790             PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
006800             ADD 1 TO FR-MAINT-EXCEPTIONS
006810         END-IF
006820         MOVE AM-BALANCE TO FR-REPLAYED-BALANCE
006830         MOVE FR-HIST-IMAGE TO ACCTMAST-RECORD
006840         MOVE FR-REPLAYED-BALANCE TO AM-BALANCE
006850         REWRITE ACCTMAST-RECORD
006860             INVALID KEY
006870                 DISPLAY "ACCTRCVR - ACCTNEW REWRITE FAILED - "
006880                     "STATUS " FR-MAST-STATUS
006890                 MOVE 8 TO FR-OVERALL-RC
006900                 GO TO 3300-EXIT
006910         END-REWRITE
006920     ELSE
006930         IF AH-ACTION-CHANGE
006940             MOVE "CHANGE - NOT ON BACKUP - IMAGE ADDED"
006950                 TO FR-EXCEPTION-TEXT
006960             PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
006970             ADD 1 TO FR-MAINT-EXCEPTIONS
006980         END-IF
006990         MOVE FR-HIST-IMAGE TO ACCTMAST-RECORD
007000         WRITE ACCTMAST-RECORD
007010             INVALID KEY
007020                 DISPLAY "ACCTRCVR - ACCTNEW WRITE FAILED - "
007030                     "STATUS " FR-MAST-STATUS
007040                 MOVE 8 TO FR-OVERALL-RC
007050                 GO TO 3300-EXIT
007060         END-WRITE
007070     END-IF.
007080     ADD 1 TO FR-MAINT-APPLIED.
007090 3300-EXIT.
007100     EXIT.
007110
007120*----------------------------------------------------------
007130* 3400-NOTE-ACCOUNT
007140* FINDS OR ADDS THE ACCUMULATOR ROW FOR FR-EVENT-ACCOUNT-ID.
007150* A FULL TABLE ONLY COSTS THE PER-ACCOUNT LISTING - THE
007160* REPLAY ITSELF CARRIES ON, AND THE RUN ENDS AT LEAST RC 4.
007170*----------------------------------------------------------
007180 3400-NOTE-ACCOUNT.
007190     MOVE ZERO TO FR-ACCT-FOUND.
007200     IF FR-ACCT-COUNT > ZERO
007210         PERFORM 3450-MATCH-ACCOUNT THRU 3450-EXIT
007220             VARYING FR-ACCT-SUB FROM 1 BY 1
007230             UNTIL FR-ACCT-SUB > FR-ACCT-COUNT
007240                 OR FR-ACCT-FOUND > ZERO
007250     END-IF.
007260     IF FR-ACCT-FOUND > ZERO
007270         GO TO 3400-EXIT
007280     END-IF.
007290     IF FR-ACCT-COUNT = FR-ACCT-MAX
007300         IF FR-OVERALL-RC < 4
007310             DISPLAY "ACCTRCVR - MORE THAN " FR-ACCT-MAX
007320                 " ACCOUNTS REPLAYED - LISTING TRUNCATED"
007330             MOVE 4 TO FR-OVERALL-RC
007340         END-IF
007350         GO TO 3400-EXIT
007360     END-IF.
007370     ADD 1 TO FR-ACCT-COUNT.
007380     MOVE FR-ACCT-COUNT TO FR-ACCT-FOUND.
007390     MOVE FR-EVENT-ACCOUNT-ID
007400         TO FR-AC-ACCOUNT-ID (FR-ACCT-FOUND).
007410     MOVE ZERO TO FR-AC-POSTINGS (FR-ACCT-FOUND).
007420     MOVE ZERO TO FR-AC-MAINTENANCE (FR-ACCT-FOUND).
007430     MOVE ZERO TO FR-AC-DISAGREEMENTS (FR-ACCT-FOUND).
007440     MOVE "N" TO FR-AC-JRNL-SWITCH (FR-ACCT-FOUND).
007450     MOVE ZERO TO FR-AC-JRNL-BALANCE (FR-ACCT-FOUND).
007460     MOVE SPACES TO FR-AC-FIRST-BAD-REF (FR-ACCT-FOUND).
007470 3400-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------
007510* 3450-MATCH-ACCOUNT
007520*----------------------------------------------------------
007530 3450-MATCH-ACCOUNT.
007540     IF FR-AC-ACCOUNT-ID (FR-ACCT-SUB) = FR-EVENT-ACCOUNT-ID
007550         MOVE FR-ACCT-SUB TO FR-ACCT-FOUND
007560     END-IF.
007570 3450-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------
007610* 3500-READ-JOURNAL
007620*----------------------------------------------------------
007630 3500-READ-JOURNAL.
007640     READ PSTJRNL-FILE
007650         AT END
007660             MOVE HIGH-VALUES TO FR-JRNL-STAMP
007670             GO TO 3500-EXIT
007680     END-READ.
007690     MOVE PJ-POSTING-REF (1:14) TO FR-JRNL-STAMP.
007700 3500-EXIT.
007710     EXIT.
007720
007730*----------------------------------------------------------
007740* 3600-READ-HISTORY
007750*----------------------------------------------------------
007760 3600-READ-HISTORY.
007770     READ ACCTHIST-FILE
007780         AT END
007790             MOVE HIGH-VALUES TO FR-HIST-STAMP
007800             GO TO 3600-EXIT
007810     END-READ.
007820     MOVE AH-CHANGE-STAMP TO FR-HIST-STAMP.
007830 3600-EXIT.
007840     EXIT.
007850
007860*----------------------------------------------------------
007870* 3900-PRINT-EXCEPTION
007880* EVERY EXCEPTION NEEDS REVIEW BEFORE THE SWAP - RC 4 AT
007890* LEAST.
007900*----------------------------------------------------------
007910 3900-PRINT-EXCEPTION.
007920     MOVE FR-EVENT-ACCOUNT-ID TO FR-EXC-ACCOUNT-ID.
007930     MOVE FR-EXCEPTION-REF TO FR-EXC-REF.
007940     MOVE FR-EXCEPTION-TEXT TO FR-EXC-TEXT.
007950     WRITE RCVRRPT-RECORD FROM FR-RPT-EXCEPTION-LINE.
007960     IF FR-OVERALL-RC < 4
007970         MOVE 4 TO FR-OVERALL-RC
007980     END-IF.
007990 3900-EXIT.
008000     EXIT.
008010
008020*----------------------------------------------------------
008030* 4000-PRINT-ACCOUNTS
008040* ONE LINE PER ACCOUNT REPLAYED: POSTINGS AND MAINTENANCE
008050* APPLIED, THE BALANCE THE REPLAY LEFT, AND THE LAST BALANCE
008060* THE JOURNAL RECORDED FOR IT.
008070*----------------------------------------------------------
008080 4000-PRINT-ACCOUNTS.
008090     MOVE "ACCOUNTS REPLAYED" TO FR-RPT-SECTION-LINE.
008100     WRITE RCVRRPT-RECORD FROM FR-RPT-SECTION-LINE.
008110     WRITE RCVRRPT-RECORD FROM FR-RPT-ACCOUNT-HEADING.
008120     IF FR-ACCT-COUNT > ZERO
008130         PERFORM 4100-PRINT-ACCOUNT-LINE THRU 4100-EXIT
008140             VARYING FR-ACCT-SUB FROM 1 BY 1
008150             UNTIL FR-ACCT-SUB > FR-ACCT-COUNT
008160     END-IF.
008170     WRITE RCVRRPT-RECORD FROM FR-BLANK-LINE.
008180 4000-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------
008220* 4100-PRINT-ACCOUNT-LINE
008230*----------------------------------------------------------
008240 4100-PRINT-ACCOUNT-LINE.
008250     MOVE SPACES TO FR-RPT-ACCOUNT-LINE.
008260     MOVE FR-AC-ACCOUNT-ID (FR-ACCT-SUB) TO FR-ACL-ACCOUNT-ID.
008270     MOVE FR-AC-POSTINGS (FR-ACCT-SUB) TO FR-ACL-POSTINGS.
008280     MOVE FR-AC-MAINTENANCE (FR-ACCT-SUB)
008290         TO FR-ACL-MAINTENANCE.
008300     IF FR-AC-JRNL-BALANCE-KNOWN (FR-ACCT-SUB)
008310         MOVE FR-AC-JRNL-BALANCE (FR-ACCT-SUB)
008320             TO FR-ACL-JOURNAL-BALANCE
008330     END-IF.
008340     MOVE FR-AC-ACCOUNT-ID (FR-ACCT-SUB) TO AM-ACCOUNT-ID.
008350     READ ACCTMAST-FILE
008360         INVALID KEY
008370             MOVE "NOT ON REBUILT MASTER" TO FR-ACL-RESULT
008380             GO TO 4100-PRINT
008390     END-READ.
008400     IF AM-BALANCE IS NUMERIC
008410         MOVE AM-BALANCE TO FR-ACL-REPLAYED-BALANCE
008420     END-IF.
008430     IF FR-AC-DISAGREEMENTS (FR-ACCT-SUB) > ZERO
008440         ADD 1 TO FR-ACCOUNTS-DISAGREE
008450         MOVE "DISAGREES - FIRST AT" TO FR-ACL-RESULT
008460         MOVE FR-AC-FIRST-BAD-REF (FR-ACCT-SUB)
008470             TO FR-ACL-FIRST-BAD-REF
008480         IF FR-OVERALL-RC < 4
008490             MOVE 4 TO FR-OVERALL-RC
008500         END-IF
008510     ELSE
008520         MOVE "AGREES" TO FR-ACL-RESULT
008530     END-IF.
008540 4100-PRINT.
008550     WRITE RCVRRPT-RECORD FROM FR-RPT-ACCOUNT-LINE.
008560 4100-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------
008600* 5000-PROVE-MASTER
008610* TRLBAL'S PROOF OVER THE REBUILT MASTER: THE BALCTL CLOSING
008620* TOTAL PLUS THE NET POSTED SINCE ITS AS-OF DATE MUST EQUAL
008630* WHAT ACCTNEW ADDS UP TO.  BALCTL IS READ, NEVER REWRITTEN -
008640* THE NEXT TRLBAL RUN DOES THAT AGAINST THE LIVE MASTER.
008650*----------------------------------------------------------
008660 5000-PROVE-MASTER.
008670     CLOSE ACCTMAST-FILE.
008680     OPEN INPUT ACCTMAST-FILE.
008690     IF FR-MAST-STATUS NOT = "00"
008700         DISPLAY "ACCTRCVR - UNABLE TO REOPEN ACCTNEW - STATUS "
008710             FR-MAST-STATUS
008720         MOVE "N" TO FR-MAST-OPEN-SWITCH
008730         MOVE 8 TO FR-OVERALL-RC
008740         GO TO 5000-EXIT
008750     END-IF.
008760     PERFORM 5500-READ-MASTER-NEXT THRU 5500-EXIT.
008770     PERFORM 5100-ADD-MASTER-BALANCE THRU 5100-EXIT
008780         UNTIL FR-MAST-END-OF-FILE.
008790     PERFORM 5600-PRINT-FIGURES THRU 5600-EXIT.
008800     COMPUTE FR-EXPECTED-TOTAL =
008810         FR-PRIOR-TOTAL + FR-NET-POSTED.
008820     COMPUTE FR-DIFFERENCE =
008830         FR-MASTER-TOTAL - FR-EXPECTED-TOTAL.
008840     IF FR-DIFFERENCE = ZERO AND FR-BAD-BALANCES = ZERO
008850             AND FR-OVERALL-RC < 8
008860         MOVE "REBUILT MASTER IN BALANCE WITH CONTROL TOTALS"
008870             TO FR-RPT-STATUS-LINE
008880         WRITE RCVRRPT-RECORD FROM FR-RPT-STATUS-LINE
008890     ELSE
008900         MOVE "REBUILT MASTER OUT OF BALANCE - DO NOT SWAP IN"
008910             TO FR-RPT-STATUS-LINE
008920         WRITE RCVRRPT-RECORD FROM FR-RPT-STATUS-LINE
008930         DISPLAY "ACCTRCVR - REBUILT MASTER OUT OF BALANCE BY "
008940             FR-DIFFERENCE " - RUN ENDS RC 8"
008950         MOVE 8 TO FR-OVERALL-RC
008960     END-IF.
008970 5000-EXIT.
008980     EXIT.
008990
009000*----------------------------------------------------------
009010* 5100-ADD-MASTER-BALANCE
009020*----------------------------------------------------------
009030 5100-ADD-MASTER-BALANCE.
009040     ADD 1 TO FR-ACCOUNTS-READ.
009050     IF AM-BALANCE IS NUMERIC
009060         ADD AM-BALANCE TO FR-MASTER-TOTAL
009070     ELSE
009080         ADD 1 TO FR-BAD-BALANCES
009090         MOVE AM-ACCOUNT-ID TO FR-EVENT-ACCOUNT-ID
009100         MOVE SPACES TO FR-EXCEPTION-REF
009110         MOVE "BALANCE NOT NUMERIC ON REBUILT MASTER"
009120             TO FR-EXCEPTION-TEXT
009130         PERFORM 3900-PRINT-EXCEPTION THRU 3900-EXIT
009140     END-IF.
009150     PERFORM 5500-READ-MASTER-NEXT THRU 5500-EXIT.
009160 5100-EXIT.
009170     EXIT.
009180
009190*----------------------------------------------------------
009200* 5500-READ-MASTER-NEXT
009210*----------------------------------------------------------
009220 5500-READ-MASTER-NEXT.
009230     READ ACCTMAST-FILE NEXT RECORD
009240         AT END
009250             SET FR-MAST-END-OF-FILE TO TRUE
009260     END-READ.
009270 5500-EXIT.
009280     EXIT.
009290
009300*----------------------------------------------------------
009310* 5600-PRINT-FIGURES
009320*----------------------------------------------------------
009330 5600-PRINT-FIGURES.
009340     MOVE "RECOVERY TOTALS" TO FR-RPT-SECTION-LINE.
009350     WRITE RCVRRPT-RECORD FROM FR-RPT-SECTION-LINE.
009360     MOVE SPACES TO FR-RPT-COUNT-LINE.
009370     MOVE "BACKUP RECORDS READ" TO FR-CNT-LABEL.
009380     MOVE FR-BACKUP-READ TO FR-CNT-COUNT.
009390     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009400     MOVE "BACKUP RECORDS LOADED" TO FR-CNT-LABEL.
009410     MOVE FR-BACKUP-LOADED TO FR-CNT-COUNT.
009420     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009430     MOVE "BACKUP RECORDS REJECTED" TO FR-CNT-LABEL.
009440     MOVE FR-BACKUP-REJECTED TO FR-CNT-COUNT.
009450     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009460     MOVE "JOURNAL ROWS READ" TO FR-CNT-LABEL.
009470     MOVE FR-JRNL-READ TO FR-CNT-COUNT.
009480     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009490     MOVE "  ALREADY ON BACKUP" TO FR-CNT-LABEL.
009500     MOVE FR-JRNL-BEFORE-BACKUP TO FR-CNT-COUNT.
009510     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009520     MOVE "  UNPARSEABLE" TO FR-CNT-LABEL.
009530     MOVE FR-JRNL-BAD-ROWS TO FR-CNT-COUNT.
009540     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009550     MOVE "POSTINGS APPLIED" TO FR-CNT-LABEL.
009560     MOVE FR-POSTINGS-APPLIED TO FR-CNT-COUNT.
009570     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009580     MOVE "POSTINGS NOT APPLIED" TO FR-CNT-LABEL.
009590     MOVE FR-POSTINGS-NOT-APPLIED TO FR-CNT-COUNT.
009600     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009610     MOVE "POSTINGS DISAGREEING" TO FR-CNT-LABEL.
009620     MOVE FR-POSTINGS-DISAGREE TO FR-CNT-COUNT.
009630     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009640     MOVE "MAINTENANCE RECORDS READ" TO FR-CNT-LABEL.
009650     MOVE FR-HIST-READ TO FR-CNT-COUNT.
009660     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009670     MOVE "  ALREADY ON BACKUP" TO FR-CNT-LABEL.
009680     MOVE FR-HIST-BEFORE-BACKUP TO FR-CNT-COUNT.
009690     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009700     MOVE "MAINTENANCE APPLIED" TO FR-CNT-LABEL.
009710     MOVE FR-MAINT-APPLIED TO FR-CNT-COUNT.
009720     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009730     MOVE "MAINTENANCE EXCEPTIONS" TO FR-CNT-LABEL.
009740     MOVE FR-MAINT-EXCEPTIONS TO FR-CNT-COUNT.
009750     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009760     MOVE "ACCOUNTS REPLAYED" TO FR-CNT-LABEL.
009770     MOVE FR-ACCT-COUNT TO FR-CNT-COUNT.
009780     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009790     MOVE "ACCOUNTS DISAGREEING" TO FR-CNT-LABEL.
009800     MOVE FR-ACCOUNTS-DISAGREE TO FR-CNT-COUNT.
009810     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009820     MOVE "REBUILT ACCOUNTS READ" TO FR-CNT-LABEL.
009830     MOVE FR-ACCOUNTS-READ TO FR-CNT-COUNT.
009840     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009850     MOVE "BALANCES NOT NUMERIC" TO FR-CNT-LABEL.
009860     MOVE FR-BAD-BALANCES TO FR-CNT-COUNT.
009870     WRITE RCVRRPT-RECORD FROM FR-RPT-COUNT-LINE.
009880     WRITE RCVRRPT-RECORD FROM FR-BLANK-LINE.
009890     MOVE SPACES TO FR-RPT-AMOUNT-LINE.
009900     MOVE "BALCTL CLOSING TOTAL" TO FR-AMT-LABEL.
009910     MOVE FR-PRIOR-TOTAL TO FR-AMT-AMOUNT.
009920     WRITE RCVRRPT-RECORD FROM FR-RPT-AMOUNT-LINE.
009930     MOVE "NET POSTED SINCE BALCTL" TO FR-AMT-LABEL.
009940     MOVE FR-NET-POSTED TO FR-AMT-AMOUNT.
009950     WRITE RCVRRPT-RECORD FROM FR-RPT-AMOUNT-LINE.
009960     MOVE "EXPECTED MASTER TOTAL" TO FR-AMT-LABEL.
009970     COMPUTE FR-EXPECTED-TOTAL =
009980         FR-PRIOR-TOTAL + FR-NET-POSTED.
009990     MOVE FR-EXPECTED-TOTAL TO FR-AMT-AMOUNT.
010000     WRITE RCVRRPT-RECORD FROM FR-RPT-AMOUNT-LINE.
010010     MOVE "REBUILT MASTER TOTAL" TO FR-AMT-LABEL.
010020     MOVE FR-MASTER-TOTAL TO FR-AMT-AMOUNT.
010030     WRITE RCVRRPT-RECORD FROM FR-RPT-AMOUNT-LINE.
010040     COMPUTE FR-DIFFERENCE =
010050         FR-MASTER-TOTAL - FR-EXPECTED-TOTAL.
010060     MOVE "DIFFERENCE" TO FR-AMT-LABEL.
010070     MOVE FR-DIFFERENCE TO FR-AMT-AMOUNT.
010080     WRITE RCVRRPT-RECORD FROM FR-RPT-AMOUNT-LINE.
010090     WRITE RCVRRPT-RECORD FROM FR-BLANK-LINE.
010100 5600-EXIT.
010110     EXIT.
010120
010130*----------------------------------------------------------
010140* 9000-TERMINATE
010150*----------------------------------------------------------
010160 9000-TERMINATE.
010170     IF FR-RPT-STATUS = "00"
010180         CLOSE RCVRRPT-FILE
010190     END-IF.
010200     IF FR-BKUP-OPEN
010210         CLOSE ACCTBKUP-FILE
010220     END-IF.
010230     IF FR-MAST-OPEN
010240         CLOSE ACCTMAST-FILE
010250     END-IF.
010260     IF FR-JRNL-OPEN
010270         CLOSE PSTJRNL-FILE
010280     END-IF.
010290     IF FR-HIST-OPEN
010300         CLOSE ACCTHIST-FILE
010310     END-IF.
010320     MOVE FR-OVERALL-RC TO RETURN-CODE.
010330 9000-EXIT.
010340     EXIT.
010350
010360 END PROGRAM ACCTRCVR.
