000010*================================================================
000020* PROGRAM-ID    :  BRCHMNT
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  CONTROLLED MAINTENANCE OF THE BRANCH MASTER
000090*                  (BRCHMAST KSDS), ON THE SAME EDIT-REPORT CYCLE
000100*                  AS ACCTMNT.  READS A TRANSACTION FILE OF
000110*                  ADD/CHANGE CARDS, VALIDATES EACH ONE AGAINST
000120*                  THE CURRENT MASTER, APPLIES THE CLEAN ONES,
000130*                  AND PRINTS AN EDIT REPORT OF APPLIED AND
000140*                  REJECTED CARDS.  THERE IS NO DELETE - A
000150*                  BRANCH THAT STOPS TRADING IS CHANGED TO
000160*                  CLOSED, SO THE ACCOUNTS AND JOURNAL ENTRIES
000170*                  THAT NAME IT STILL RESOLVE.  UNTIL NOW THE
000180*                  POSTING RUN TOOK WHATEVER BRANCH ID A BATCH
000190*                  HEADER CARRIED.
000200*
000210* MODIFICATION HISTORY
000220* ---------------------------------------------------------------
000230* DATE       INIT  DESCRIPTION
000240* ---------------------------------------------------------------
000250* 2026-10-15 IKS   ORIGINAL PROGRAM.
000260* 2026-10-15 IKS   CARD COL 46 MARKS A SYSTEM BRANCH (Y / N) - ONE
000270*                  WHOSE BATCHES A PROGRAM GENERATES, SUCH AS THE
000280*                  STANDING ORDER BRANCH "STDO".  BLANK ON ADD
000290*                  MEANS N.
000300*================================================================
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. BRCHMNT.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BRCHMAST-FILE ASSIGN TO BRCHMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS BM-BRANCH-ID
000410         FILE STATUS IS BR-MAST-STATUS.
000420
000430     SELECT BRCHTRAN-FILE ASSIGN TO BRCHTRAN
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS BR-TRAN-STATUS.
000460
000470     SELECT BRCHRPT-FILE ASSIGN TO BRCHRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS BR-RPT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  BRCHMAST-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 80 CHARACTERS.
000560     COPY BRCHMAST.
000570
000580*----------------------------------------------------------
000590* BRCHTRAN-FILE - ONE 80-BYTE CARD PER MAINTENANCE ACTION.
000600* COLS 01-06 ACTION (ADD / CHANGE), COLS 07-10 BRANCH ID,
000610* COLS 11-40 BRANCH NAME, COL 41 STATUS (O / C / S), COLS
000620* 42-45 DAILY BATCH CUTOFF (HHMM), COL 46 SYSTEM BRANCH
000630* (Y / N).  ON ADD THE NAME AND CUTOFF ARE REQUIRED AND A
000640* BLANK STATUS MEANS OPEN, A BLANK SYSTEM FLAG N; ON CHANGE
000650* A BLANK FIELD KEEPS THE MASTER VALUE.
000660*----------------------------------------------------------
000670 FD  BRCHTRAN-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  BRCHTRAN-RECORD.
000710     05  BT-ACTION                   PIC X(06).
000720         88  BT-ACTION-ADD                  VALUE "ADD".
000730         88  BT-ACTION-CHANGE               VALUE "CHANGE".
000740     05  BT-BRANCH-ID                PIC X(04).
000750     05  BT-BRANCH-NAME              PIC X(30).
000760     05  BT-STATUS                   PIC X(01).
000770     05  BT-BATCH-CUTOFF             PIC X(04).
000780     05  BT-BATCH-CUTOFF-9 REDEFINES BT-BATCH-CUTOFF.
000790         10  BT-CUTOFF-HH            PIC 9(02).
000800         10  BT-CUTOFF-MM            PIC 9(02).
000810     05  BT-SYSTEM-SWITCH            PIC X(01).
000820     05  FILLER                      PIC X(34).
000830
000840 FD  BRCHRPT-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 132 CHARACTERS.
000870 01  BRCHRPT-RECORD                  PIC X(132).
000880
000890 WORKING-STORAGE SECTION.
000900 77  BR-MAST-STATUS                  PIC X(02) VALUE SPACES.
000910 77  BR-TRAN-STATUS                  PIC X(02) VALUE SPACES.
000920 77  BR-RPT-STATUS                   PIC X(02) VALUE SPACES.
000930 77  BR-TRAN-EOF-SWITCH              PIC X(01) VALUE "N".
000940     88  BR-TRAN-END-OF-FILE                VALUE "Y".
000950 77  BR-FOUND-SWITCH                 PIC X(01) VALUE "N".
000960     88  BR-ID-FOUND                        VALUE "Y".
000970     88  BR-ID-NOT-FOUND                    VALUE "N".
000980 77  BR-OVERALL-RC                   PIC 9(02) VALUE ZERO.
000990
001000 77  BR-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
001010 77  BR-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
001020 77  BR-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
001030
001040 77  BR-REJECT-REASON                PIC X(30) VALUE SPACES.
001050
001060 01  BR-RPT-HEADING-1.
001070     05  FILLER                      PIC X(20)
001080             VALUE "BRCHMNT EDIT REPORT".
001090     05  FILLER                      PIC X(06) VALUE "DATE: ".
001100     05  BR-HDG-DATE                 PIC 9(08).
001110     05  FILLER                      PIC X(98) VALUE SPACES.
001120
001130 01  BR-RPT-HEADING-2.
001140     05  FILLER                      PIC X(08) VALUE "ACTION".
001150     05  FILLER                      PIC X(08) VALUE "BRANCH".
001160     05  FILLER                      PIC X(32) VALUE "NAME".
001170     05  FILLER                      PIC X(08) VALUE "STATUS".
001180     05  FILLER                      PIC X(08) VALUE "CUTOFF".
001190     05  FILLER                      PIC X(05) VALUE "SYS".
001200     05  FILLER                      PIC X(10) VALUE "RESULT".
001210     05  FILLER                      PIC X(30) VALUE "REASON".
001220     05  FILLER                      PIC X(23) VALUE SPACES.
001230
001240 01  BR-RPT-DETAIL.
001250     05  BR-DTL-ACTION               PIC X(06).
001260     05  FILLER                      PIC X(02) VALUE SPACES.
001270     05  BR-DTL-BRANCH-ID            PIC X(04).
001280     05  FILLER                      PIC X(04) VALUE SPACES.
001290     05  BR-DTL-BRANCH-NAME          PIC X(30).
001300     05  FILLER                      PIC X(02) VALUE SPACES.
001310     05  BR-DTL-STATUS               PIC X(01).
001320     05  FILLER                      PIC X(07) VALUE SPACES.
001330     05  BR-DTL-CUTOFF               PIC X(04).
001340     05  FILLER                      PIC X(04) VALUE SPACES.
001350     05  BR-DTL-SYSTEM               PIC X(01).
001360     05  FILLER                      PIC X(04) VALUE SPACES.
001370     05  BR-DTL-RESULT               PIC X(08).
001380     05  FILLER                      PIC X(02) VALUE SPACES.
001390     05  BR-DTL-REASON               PIC X(30).
001400     05  FILLER                      PIC X(23) VALUE SPACES.
001410
001420 01  BR-RPT-TOTAL.
001430     05  BR-TOT-LABEL                PIC X(30).
001440     05  BR-TOT-COUNT                PIC Z(04)9.
001450     05  FILLER                      PIC X(97) VALUE SPACES.
001460
001470 01  BR-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001480
001490 PROCEDURE DIVISION.
001500*----------------------------------------------------------
001510* 0000-MAINLINE
001520*----------------------------------------------------------
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001550     IF BR-OVERALL-RC NOT = ZERO
001560         GO TO 0000-WRAP-UP
001570     END-IF.
001580     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001590         UNTIL BR-TRAN-END-OF-FILE.
001600 0000-WRAP-UP.
001610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001620 0000-EXIT.
001630     STOP RUN.
001640
001650*----------------------------------------------------------
001660* 1000-INITIALIZE
001670* OPENS THE FILES AND PRINTS THE REPORT HEADINGS.  AN ABSENT
001680* MASTER (STATUS 35) IS BUILT EMPTY AND REOPENED - THE FIRST
001690* EVER RUN OF THIS PROGRAM IS HOW THE MASTER GETS CREATED.
001700* ANY OTHER MASTER OPEN FAILURE STOPS THE RUN.
001710*----------------------------------------------------------
001720 1000-INITIALIZE.
001730     ACCEPT BR-CURRENT-DATE FROM DATE YYYYMMDD.
001740     OPEN INPUT BRCHTRAN-FILE.
001750     IF BR-TRAN-STATUS NOT = "00"
001760         DISPLAY "BRCHMNT - UNABLE TO OPEN BRCHTRAN - STATUS "
001770             BR-TRAN-STATUS
001780         MOVE 8 TO BR-OVERALL-RC
001790         GO TO 1000-EXIT
001800     END-IF.
001810     OPEN OUTPUT BRCHRPT-FILE.
001820     IF BR-RPT-STATUS NOT = "00"
001830         DISPLAY "BRCHMNT - UNABLE TO OPEN BRCHRPT - STATUS "
001840             BR-RPT-STATUS
001850         MOVE 8 TO BR-OVERALL-RC
001860         GO TO 1000-EXIT
001870     END-IF.
001880     MOVE BR-CURRENT-DATE TO BR-HDG-DATE.
001890     WRITE BRCHRPT-RECORD FROM BR-RPT-HEADING-1.
001900     WRITE BRCHRPT-RECORD FROM BR-RPT-HEADING-2.
001910     OPEN I-O BRCHMAST-FILE.
001920     IF BR-MAST-STATUS = "35"
001930         OPEN OUTPUT BRCHMAST-FILE
001940         CLOSE BRCHMAST-FILE
001950         OPEN I-O BRCHMAST-FILE
001960     END-IF.
001970     IF BR-MAST-STATUS NOT = "00"
001980         DISPLAY "BRCHMNT - UNABLE TO OPEN BRCHMAST - STATUS "
001990             BR-MAST-STATUS
002000         MOVE 8 TO BR-OVERALL-RC
002010         GO TO 1000-EXIT
002020     END-IF.
002030     PERFORM 2500-READ-TRANSACTION THRU 2500-EXIT.
002040 1000-EXIT.
002050     EXIT.
002060
002070*----------------------------------------------------------
002080* 2000-PROCESS-TRANSACTION
002090* VALIDATES ONE CARD AND APPLIES IT TO THE MASTER WHEN
002100* CLEAN.  EVERY CARD - APPLIED OR REJECTED - GETS ONE EDIT
002110* REPORT LINE.
002120*----------------------------------------------------------
002130 2000-PROCESS-TRANSACTION.
002140     ADD 1 TO BR-TRANS-READ.
002150     MOVE SPACES TO BR-REJECT-REASON.
002160     PERFORM 3000-VALIDATE-TRANSACTION THRU 3000-EXIT.
002170     IF BR-REJECT-REASON = SPACES
002180         PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
002190     END-IF.
002200     IF BR-REJECT-REASON = SPACES
002210         ADD 1 TO BR-TRANS-APPLIED
002220         PERFORM 6000-PRINT-DETAIL-APPLIED THRU 6000-EXIT
002230     ELSE
002240         ADD 1 TO BR-TRANS-REJECTED
002250         PERFORM 6100-PRINT-DETAIL-REJECTED THRU 6100-EXIT
002260         IF BR-OVERALL-RC < 4
002270             MOVE 4 TO BR-OVERALL-RC
002280         END-IF
002290     END-IF.
002300     PERFORM 2500-READ-TRANSACTION THRU 2500-EXIT.
002310 2000-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------
002350* 2500-READ-TRANSACTION
002360*----------------------------------------------------------
002370 2500-READ-TRANSACTION.
002380     READ BRCHTRAN-FILE
002390         AT END
002400             SET BR-TRAN-END-OF-FILE TO TRUE
002410     END-READ.
002420 2500-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------
002460* 3000-VALIDATE-TRANSACTION
002470* LEAVES BR-REJECT-REASON AS SPACES WHEN THE CARD IS CLEAN,
002480* OTHERWISE SETS IT TO THE FIRST FAILURE FOUND.  "????" IS
002490* RESERVED - IT IS HOW THE POSTING REPORTS HAVE ALWAYS SHOWN
002500* A BATCH THAT NAMED NO BRANCH, AND MUST NEVER BECOME A
002510* BRANCH THAT BATCHES ARE ACCEPTED FROM.
002520*----------------------------------------------------------
002530 3000-VALIDATE-TRANSACTION.
002540     IF NOT BT-ACTION-ADD AND NOT BT-ACTION-CHANGE
002550         MOVE "INVALID ACTION CODE" TO BR-REJECT-REASON
002560         GO TO 3000-EXIT
002570     END-IF.
002580     IF BT-BRANCH-ID = SPACES
002590         MOVE "BRANCH ID MISSING" TO BR-REJECT-REASON
002600         GO TO 3000-EXIT
002610     END-IF.
002620     IF BT-BRANCH-ID = "????"
002630         MOVE "BRANCH ID RESERVED" TO BR-REJECT-REASON
002640         GO TO 3000-EXIT
002650     END-IF.
002660     PERFORM 3500-READ-MASTER-BY-KEY THRU 3500-EXIT.
002670     IF BT-ACTION-ADD
002680         IF BR-ID-FOUND
002690             MOVE "DUPLICATE BRANCH ID" TO BR-REJECT-REASON
002700             GO TO 3000-EXIT
002710         END-IF
002720         IF BT-BRANCH-NAME = SPACES
002730             MOVE "BRANCH NAME MISSING" TO BR-REJECT-REASON
002740             GO TO 3000-EXIT
002750         END-IF
002760         IF BT-BATCH-CUTOFF = SPACES
002770             MOVE "BATCH CUTOFF MISSING" TO BR-REJECT-REASON
002780             GO TO 3000-EXIT
002790         END-IF
002800     END-IF.
002810     IF BT-ACTION-CHANGE
002820         IF BR-ID-NOT-FOUND
002830             MOVE "BRANCH ID NOT ON MASTER" TO BR-REJECT-REASON
002840             GO TO 3000-EXIT
002850         END-IF
002860         IF BT-BRANCH-NAME = SPACES
002870                 AND BT-STATUS = SPACES
002880                 AND BT-BATCH-CUTOFF = SPACES
002890                 AND BT-SYSTEM-SWITCH = SPACES
002900             MOVE "NOTHING TO CHANGE" TO BR-REJECT-REASON
002910             GO TO 3000-EXIT
002920         END-IF
002930     END-IF.
002940     PERFORM 3200-VALIDATE-FIELDS THRU 3200-EXIT.
002950 3000-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------
002990* 3200-VALIDATE-FIELDS
003000* FIELD-LEVEL EDITS SHARED BY ADD AND CHANGE.  A BLANK FIELD
003010* IS ALWAYS ACCEPTED HERE - ADD HAS ALREADY INSISTED ON THE
003020* ONES IT NEEDS, CHANGE KEEPS THE MASTER VALUE.
003030*----------------------------------------------------------
003040 3200-VALIDATE-FIELDS.
003050     IF BT-STATUS NOT = SPACES
003060             AND BT-STATUS NOT = "O" AND BT-STATUS NOT = "C"
003070             AND BT-STATUS NOT = "S"
003080         MOVE "STATUS NOT O, C, OR S" TO BR-REJECT-REASON
003090         GO TO 3200-EXIT
003100     END-IF.
003110     IF BT-SYSTEM-SWITCH NOT = SPACES
003120             AND BT-SYSTEM-SWITCH NOT = "Y"
003130             AND BT-SYSTEM-SWITCH NOT = "N"
003140         MOVE "SYSTEM FLAG NOT Y OR N" TO BR-REJECT-REASON
003150         GO TO 3200-EXIT
003160     END-IF.
003170     IF BT-BATCH-CUTOFF = SPACES
003180         GO TO 3200-EXIT
003190     END-IF.
003200     IF BT-BATCH-CUTOFF IS NOT NUMERIC
003210         MOVE "CUTOFF NOT NUMERIC" TO BR-REJECT-REASON
003220         GO TO 3200-EXIT
003230     END-IF.
003240     IF BT-CUTOFF-HH > 23 OR BT-CUTOFF-MM > 59
003250         MOVE "CUTOFF NOT A VALID HHMM" TO BR-REJECT-REASON
003260         GO TO 3200-EXIT
003270     END-IF.
003280 3200-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------
003320* 3500-READ-MASTER-BY-KEY
003330* KEYED EXISTENCE CHECK.  ON BR-ID-FOUND THE CURRENT MASTER
003340* RECORD IS LEFT IN BRCHMAST-RECORD FOR A FOLLOWING REWRITE.
003350*----------------------------------------------------------
003360 3500-READ-MASTER-BY-KEY.
003370     MOVE BT-BRANCH-ID TO BM-BRANCH-ID.
003380     READ BRCHMAST-FILE
003390         INVALID KEY
003400             SET BR-ID-NOT-FOUND TO TRUE
003410         NOT INVALID KEY
003420             SET BR-ID-FOUND TO TRUE
003430     END-READ.
003440 3500-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------
003480* 4000-APPLY-TRANSACTION
003490* THE CARD HAS PASSED VALIDATION - WRITE THE NEW BRANCH OR
003500* REWRITE THE CHANGED ONE.  AN I/O FAILURE HERE TURNS THE
003510* CARD INTO A REJECT AND FLAGS THE RUN (RC 8); THE
003520* REMAINING CARDS ARE STILL EDITED AND REPORTED.
003530*----------------------------------------------------------
003540 4000-APPLY-TRANSACTION.
003550     IF BT-ACTION-ADD
003560         MOVE SPACES TO BRCHMAST-RECORD
003570         MOVE BT-BRANCH-ID TO BM-BRANCH-ID
003580         MOVE "O" TO BM-STATUS
003590         MOVE "N" TO BM-SYSTEM-SWITCH
003600         MOVE BR-CURRENT-DATE TO BM-OPENED-DATE
003610         MOVE BR-CURRENT-DATE TO BM-STATUS-DATE
003620         PERFORM 4100-APPLY-CARD-FIELDS THRU 4100-EXIT
003630         WRITE BRCHMAST-RECORD
003640             INVALID KEY
003650                 MOVE "MASTER WRITE FAILED" TO BR-REJECT-REASON
003660         END-WRITE
003670     END-IF.
003680     IF BT-ACTION-CHANGE
003690         IF BT-STATUS NOT = SPACES AND BT-STATUS NOT = BM-STATUS
003700             MOVE BR-CURRENT-DATE TO BM-STATUS-DATE
003710         END-IF
003720         PERFORM 4100-APPLY-CARD-FIELDS THRU 4100-EXIT
003730         REWRITE BRCHMAST-RECORD
003740             INVALID KEY
003750                 MOVE "MASTER REWRITE FAILED" TO BR-REJECT-REASON
003760         END-REWRITE
003770     END-IF.
003780     IF BR-REJECT-REASON NOT = SPACES
003790             OR BR-MAST-STATUS NOT = "00"
003800         DISPLAY "BRCHMNT - BRCHMAST I/O FAILED - STATUS "
003810             BR-MAST-STATUS
003820         MOVE 8 TO BR-OVERALL-RC
003830     END-IF.
003840 4000-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------
003880* 4100-APPLY-CARD-FIELDS
003890* MOVES EACH SUPPLIED (NON-BLANK) FIELD FROM THE CARD INTO
003900* BRCHMAST-RECORD.  CALLED WITH THE DEFAULTED NEW RECORD ON
003910* ADD AND THE CURRENT MASTER RECORD ON CHANGE.
003920*----------------------------------------------------------
003930 4100-APPLY-CARD-FIELDS.
003940     IF BT-BRANCH-NAME NOT = SPACES
003950         MOVE BT-BRANCH-NAME TO BM-BRANCH-NAME
003960     END-IF.
003970     IF BT-STATUS NOT = SPACES
003980         MOVE BT-STATUS TO BM-STATUS
003990     END-IF.
004000     IF BT-BATCH-CUTOFF NOT = SPACES
004010         MOVE BT-BATCH-CUTOFF TO BM-BATCH-CUTOFF
004020     END-IF.
004030     IF BT-SYSTEM-SWITCH NOT = SPACES
004040         MOVE BT-SYSTEM-SWITCH TO BM-SYSTEM-SWITCH
004050     END-IF.
004060     MOVE BR-CURRENT-DATE TO BM-LAST-MAINT-DATE.
004070 4100-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------
004110* 6000-PRINT-DETAIL-APPLIED
004120* PRINTS THE BRANCH AS IT NOW STANDS ON THE MASTER.
004130*----------------------------------------------------------
004140 6000-PRINT-DETAIL-APPLIED.
004150     MOVE SPACES TO BR-RPT-DETAIL.
004160     MOVE BT-ACTION TO BR-DTL-ACTION.
004170     MOVE BM-BRANCH-ID TO BR-DTL-BRANCH-ID.
004180     MOVE BM-BRANCH-NAME TO BR-DTL-BRANCH-NAME.
004190     MOVE BM-STATUS TO BR-DTL-STATUS.
004200     MOVE BM-BATCH-CUTOFF TO BR-DTL-CUTOFF.
004210     MOVE BM-SYSTEM-SWITCH TO BR-DTL-SYSTEM.
004220     MOVE "APPLIED" TO BR-DTL-RESULT.
004230     WRITE BRCHRPT-RECORD FROM BR-RPT-DETAIL.
004240 6000-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------
004280* 6100-PRINT-DETAIL-REJECTED
004290* PRINTS THE CARD AS KEYED.
004300*----------------------------------------------------------
004310 6100-PRINT-DETAIL-REJECTED.
004320     MOVE SPACES TO BR-RPT-DETAIL.
004330     MOVE BT-ACTION TO BR-DTL-ACTION.
004340     MOVE BT-BRANCH-ID TO BR-DTL-BRANCH-ID.
004350     MOVE BT-BRANCH-NAME TO BR-DTL-BRANCH-NAME.
004360     MOVE BT-STATUS TO BR-DTL-STATUS.
004370     MOVE BT-BATCH-CUTOFF TO BR-DTL-CUTOFF.
004380     MOVE BT-SYSTEM-SWITCH TO BR-DTL-SYSTEM.
004390     MOVE "REJECTED" TO BR-DTL-RESULT.
004400     MOVE BR-REJECT-REASON TO BR-DTL-REASON.
004410     WRITE BRCHRPT-RECORD FROM BR-RPT-DETAIL.
004420 6100-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------
004460* 9000-TERMINATE
004470*----------------------------------------------------------
004480 9000-TERMINATE.
004490     IF BR-RPT-STATUS = "00"
004500         MOVE SPACES TO BR-RPT-TOTAL
004510         MOVE "TRANSACTIONS READ" TO BR-TOT-LABEL
004520         MOVE BR-TRANS-READ TO BR-TOT-COUNT
004530         WRITE BRCHRPT-RECORD FROM BR-RPT-TOTAL
004540         MOVE "TRANSACTIONS APPLIED" TO BR-TOT-LABEL
004550         MOVE BR-TRANS-APPLIED TO BR-TOT-COUNT
004560         WRITE BRCHRPT-RECORD FROM BR-RPT-TOTAL
004570         MOVE "TRANSACTIONS REJECTED" TO BR-TOT-LABEL
004580         MOVE BR-TRANS-REJECTED TO BR-TOT-COUNT
004590         WRITE BRCHRPT-RECORD FROM BR-RPT-TOTAL
004600         CLOSE BRCHRPT-FILE
004610     END-IF.
004620     CLOSE BRCHTRAN-FILE.
004630     CLOSE BRCHMAST-FILE.
004640     MOVE BR-OVERALL-RC TO RETURN-CODE.
004650 9000-EXIT.
004660     EXIT.
004670
004680 END PROGRAM BRCHMNT.
