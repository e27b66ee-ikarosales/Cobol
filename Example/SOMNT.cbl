000010*================================================================
000020* PROGRAM-ID    :  SOMNT
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  CONTROLLED MAINTENANCE OF THE STANDING ORDER
000090*                  MASTER (SOMAST KSDS), ON ACCTMNT'S CYCLE.
000100*                  READS A TRANSACTION FILE OF ADD/CHANGE/DELETE
000110*                  CARDS, VALIDATES EACH ONE AGAINST THE CURRENT
000120*                  MASTER AND THE ACCOUNT MASTER, APPLIES THE
000130*                  CLEAN ONES, AND PRINTS AN EDIT REPORT OF
000140*                  APPLIED AND REJECTED CARDS.  NOTHING IS POSTED
000150*                  HERE - SOGEN GENERATES THE POSTINGS EACH DAY
000160*                  THE ORDERS FALL DUE.
000170*
000180* MODIFICATION HISTORY
000190* ---------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* ---------------------------------------------------------------
000220* 2026-10-15 IKS   ORIGINAL PROGRAM.
000230*================================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. SOMNT.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SOMAST-FILE ASSIGN TO SOMAST
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS SO-ORDER-ID
000340         FILE STATUS IS SN-MAST-STATUS.
000350
000360     SELECT SOTRAN-FILE ASSIGN TO SOTRAN
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS SN-TRAN-STATUS.
000390
000400     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS AM-ACCOUNT-ID
000440         FILE STATUS IS SN-ACCT-STATUS.
000450
000460     SELECT SORPT-FILE ASSIGN TO SORPT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS SN-RPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SOMAST-FILE
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 100 CHARACTERS.
000550     COPY SOMAST.
000560
000570*----------------------------------------------------------
000580* SOTRAN-FILE - ONE 80-BYTE CARD PER MAINTENANCE ACTION.
000590* COLS 01-06 ACTION (ADD / CHANGE / DELETE), COLS 07-14
000600* ORDER ID, COLS 15-24 ACCOUNT ID, COL 25 C/D CODE, COLS
000610* 26-34 AMOUNT (9(07)V99, NO DECIMAL POINT), COL 35
000620* FREQUENCY (W / M / O), COLS 36-37 RUN DAY (DAY OF THE WEEK
000630* 1-7 FOR W, OF THE MONTH 1-31 FOR M, BLANK FOR O), COLS
000640* 38-45 START DATE, COLS 46-53 END DATE (YYYYMMDD), COLS
000650* 54-63 COUNTER ACCOUNT, COLS 64-79 DESCRIPTION.  ON ADD THE
000660* ACCOUNT, CODE, AMOUNT, FREQUENCY AND START DATE ARE
000670* REQUIRED, A BLANK END DATE MEANS NO END AND A BLANK COUNTER
000680* ACCOUNT A ONE-SIDED ORDER; ON CHANGE A BLANK FIELD KEEPS
000690* THE MASTER VALUE.
000700*----------------------------------------------------------
000710 FD  SOTRAN-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  SOTRAN-RECORD.
000750     05  ST-ACTION                   PIC X(06).
000760         88  ST-ACTION-ADD                  VALUE "ADD".
000770         88  ST-ACTION-CHANGE               VALUE "CHANGE".
000780         88  ST-ACTION-DELETE               VALUE "DELETE".
000790     05  ST-ORDER-ID                 PIC X(08).
000800     05  ST-ACCOUNT-ID               PIC X(10).
000810     05  ST-TRAN-CODE                PIC X(01).
000820     05  ST-AMOUNT                   PIC X(09).
000830     05  ST-AMOUNT-9 REDEFINES ST-AMOUNT
000840                                     PIC 9(07)V99.
000850     05  ST-FREQUENCY                PIC X(01).
000860     05  ST-RUN-DAY                  PIC X(02).
000870     05  ST-RUN-DAY-9 REDEFINES ST-RUN-DAY
000880                                     PIC 9(02).
000890     05  ST-START-DATE               PIC X(08).
000900     05  ST-START-DATE-9 REDEFINES ST-START-DATE
000910                                     PIC 9(08).
000920     05  ST-END-DATE                 PIC X(08).
000930     05  ST-END-DATE-9 REDEFINES ST-END-DATE
000940                                     PIC 9(08).
000950     05  ST-COUNTER-ACCOUNT          PIC X(10).
000960     05  ST-DESCRIPTION              PIC X(16).
000970     05  FILLER                      PIC X(01).
000980
000990 FD  ACCTMAST-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 60 CHARACTERS.
001020     COPY ACCTMAST.
001030
001040 FD  SORPT-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 132 CHARACTERS.
001070 01  SORPT-RECORD                    PIC X(132).
001080
001090 WORKING-STORAGE SECTION.
001100 77  SN-MAST-STATUS                  PIC X(02) VALUE SPACES.
001110 77  SN-TRAN-STATUS                  PIC X(02) VALUE SPACES.
001120 77  SN-ACCT-STATUS                  PIC X(02) VALUE SPACES.
001130 77  SN-RPT-STATUS                   PIC X(02) VALUE SPACES.
001140 77  SN-TRAN-EOF-SWITCH              PIC X(01) VALUE "N".
001150     88  SN-TRAN-END-OF-FILE                VALUE "Y".
001160 77  SN-FOUND-SWITCH                 PIC X(01) VALUE "N".
001170     88  SN-ID-FOUND                        VALUE "Y".
001180     88  SN-ID-NOT-FOUND                    VALUE "N".
001190 77  SN-DATE-SWITCH                  PIC X(01) VALUE "N".
001200     88  SN-DATE-VALID                      VALUE "Y".
001210 77  SN-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001220
001230 77  SN-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
001240 77  SN-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
001250 77  SN-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
001260
001270 77  SN-REJECT-REASON                PIC X(30) VALUE SPACES.
001280 77  SN-CHECK-ACCOUNT                PIC X(10) VALUE SPACES.
001290
001300 01  SN-CHECK-DATE                   PIC 9(08) VALUE ZERO.
001310 01  SN-CHECK-DATE-R REDEFINES SN-CHECK-DATE.
001320     05  SN-CHECK-YEAR               PIC 9(04).
001330     05  SN-CHECK-MONTH              PIC 9(02).
001340     05  SN-CHECK-DAY                PIC 9(02).
001350
001360 01  SN-RPT-HEADING-1.
001370     05  FILLER                      PIC X(20)
001380             VALUE "SOMNT EDIT REPORT".
001390     05  FILLER                      PIC X(06) VALUE "DATE: ".
001400     05  SN-HDG-DATE                 PIC 9(08).
001410     05  FILLER                      PIC X(98) VALUE SPACES.
001420
001430 01  SN-RPT-HEADING-2.
001440     05  FILLER                      PIC X(08) VALUE "ACTION".
001450     05  FILLER                      PIC X(10) VALUE "ORDER-ID".
001460     05  FILLER                      PIC X(12)
001470             VALUE "ACCOUNT-ID".
001480     05  FILLER                      PIC X(05) VALUE "C/D".
001490     05  FILLER                      PIC X(12) VALUE "AMOUNT".
001500     05  FILLER                      PIC X(08) VALUE "FREQ".
001510     05  FILLER                      PIC X(12) VALUE "COUNTER".
001520     05  FILLER                      PIC X(10) VALUE "RESULT".
001530     05  FILLER                      PIC X(30) VALUE "REASON".
001540     05  FILLER                      PIC X(35) VALUE SPACES.
001550
001560 01  SN-RPT-DETAIL.
001570     05  SN-DTL-ACTION               PIC X(06).
001580     05  FILLER                      PIC X(02) VALUE SPACES.
001590     05  SN-DTL-ORDER-ID             PIC X(08).
001600     05  FILLER                      PIC X(02) VALUE SPACES.
001610     05  SN-DTL-ACCOUNT-ID           PIC X(10).
001620     05  FILLER                      PIC X(02) VALUE SPACES.
001630     05  SN-DTL-TRAN-CODE            PIC X(01).
001640     05  FILLER                      PIC X(04) VALUE SPACES.
001650     05  SN-DTL-AMOUNT               PIC Z(06)9.99.
001660     05  FILLER                      PIC X(02) VALUE SPACES.
001670     05  SN-DTL-FREQUENCY            PIC X(01).
001680     05  FILLER                      PIC X(01) VALUE SPACES.
001690     05  SN-DTL-RUN-DAY              PIC X(02).
001700     05  FILLER                      PIC X(04) VALUE SPACES.
001710     05  SN-DTL-COUNTER              PIC X(10).
001720     05  FILLER                      PIC X(02) VALUE SPACES.
001730     05  SN-DTL-RESULT               PIC X(08).
001740     05  FILLER                      PIC X(02) VALUE SPACES.
001750     05  SN-DTL-REASON               PIC X(30).
001760     05  FILLER                      PIC X(35) VALUE SPACES.
001770
001780 01  SN-RPT-TOTAL.
001790     05  SN-TOT-LABEL                PIC X(30).
001800     05  SN-TOT-COUNT                PIC Z(04)9.
001810     05  FILLER                      PIC X(97) VALUE SPACES.
001820
001830 01  SN-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001840
001850 PROCEDURE DIVISION.
001860*----------------------------------------------------------
001870* 0000-MAINLINE
001880*----------------------------------------------------------
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     IF SN-OVERALL-RC NOT = ZERO
001920         GO TO 0000-WRAP-UP
001930     END-IF.
001940     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001950         UNTIL SN-TRAN-END-OF-FILE.
001960 0000-WRAP-UP.
001970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001980 0000-EXIT.
001990     STOP RUN.
002000
002010*----------------------------------------------------------
002020* 1000-INITIALIZE
002030* OPENS THE FILES AND PRINTS THE REPORT HEADINGS.  AN ABSENT
002040* MASTER (STATUS 35) IS BUILT EMPTY AND REOPENED - THE FIRST
002050* EVER RUN OF THIS PROGRAM IS HOW THE MASTER GETS CREATED.
002060* THE ACCOUNT MASTER IS READ ONLY, TO CHECK THE ACCOUNTS
002070* EACH CARD NAMES.
002080*----------------------------------------------------------
002090 1000-INITIALIZE.
002100     ACCEPT SN-CURRENT-DATE FROM DATE YYYYMMDD.
002110     OPEN INPUT SOTRAN-FILE.
002120     IF SN-TRAN-STATUS NOT = "00"
002130         DISPLAY "SOMNT - UNABLE TO OPEN SOTRAN - STATUS "
002140             SN-TRAN-STATUS
002150         MOVE 8 TO SN-OVERALL-RC
002160         GO TO 1000-EXIT
002170     END-IF.
002180     OPEN OUTPUT SORPT-FILE.
002190     IF SN-RPT-STATUS NOT = "00"
002200         DISPLAY "SOMNT - UNABLE TO OPEN SORPT - STATUS "
002210             SN-RPT-STATUS
002220         MOVE 8 TO SN-OVERALL-RC
002230         GO TO 1000-EXIT
002240     END-IF.
002250     MOVE SN-CURRENT-DATE TO SN-HDG-DATE.
002260     WRITE SORPT-RECORD FROM SN-RPT-HEADING-1.
002270     WRITE SORPT-RECORD FROM SN-RPT-HEADING-2.
002280     OPEN I-O SOMAST-FILE.
002290     IF SN-MAST-STATUS = "35"
002300         OPEN OUTPUT SOMAST-FILE
002310         CLOSE SOMAST-FILE
002320         OPEN I-O SOMAST-FILE
002330     END-IF.
002340     IF SN-MAST-STATUS NOT = "00"
002350         DISPLAY "SOMNT - UNABLE TO OPEN SOMAST - STATUS "
002360             SN-MAST-STATUS
002370         MOVE 8 TO SN-OVERALL-RC
002380         GO TO 1000-EXIT
002390     END-IF.
002400     OPEN INPUT ACCTMAST-FILE.
002410     IF SN-ACCT-STATUS NOT = "00"
002420         DISPLAY "SOMNT - UNABLE TO OPEN ACCTMAST - STATUS "
002430             SN-ACCT-STATUS
002440         MOVE 8 TO SN-OVERALL-RC
002450         GO TO 1000-EXIT
002460     END-IF.
002470     PERFORM 2500-READ-TRANSACTION THRU 2500-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500
002510*----------------------------------------------------------
002520* 2000-PROCESS-TRANSACTION
002530* VALIDATES ONE CARD AND APPLIES IT TO THE MASTER WHEN
002540* CLEAN.  EVERY CARD - APPLIED OR REJECTED - GETS ONE EDIT
002550* REPORT LINE.
002560*----------------------------------------------------------
002570 2000-PROCESS-TRANSACTION.
002580     ADD 1 TO SN-TRANS-READ.
002590     MOVE SPACES TO SN-REJECT-REASON.
002600     PERFORM 3000-VALIDATE-TRANSACTION THRU 3000-EXIT.
002610     IF SN-REJECT-REASON = SPACES
002620         PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
002630     END-IF.
002640     IF SN-REJECT-REASON = SPACES
002650         ADD 1 TO SN-TRANS-APPLIED
002660         PERFORM 6000-PRINT-DETAIL-APPLIED THRU 6000-EXIT
002670     ELSE
002680         ADD 1 TO SN-TRANS-REJECTED
002690         PERFORM 6100-PRINT-DETAIL-REJECTED THRU 6100-EXIT
002700         IF SN-OVERALL-RC < 4
002710             MOVE 4 TO SN-OVERALL-RC
002720         END-IF
002730     END-IF.
002740     PERFORM 2500-READ-TRANSACTION THRU 2500-EXIT.
002750 2000-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------
002790* 2500-READ-TRANSACTION
002800*----------------------------------------------------------
002810 2500-READ-TRANSACTION.
002820     READ SOTRAN-FILE
002830         AT END
002840             SET SN-TRAN-END-OF-FILE TO TRUE
002850     END-READ.
002860 2500-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------
002900* 3000-VALIDATE-TRANSACTION
002910* LEAVES SN-REJECT-REASON AS SPACES WHEN THE CARD IS CLEAN,
002920* OTHERWISE SETS IT TO THE FIRST FAILURE FOUND.  A CLEAN ADD
002930* OR CHANGE LEAVES THE RECORD TO BE WRITTEN IN
002940* SOMAST-RECORD, BUILT AND CROSS-CHECKED BY 3300.
002950*----------------------------------------------------------
002960 3000-VALIDATE-TRANSACTION.
002970     IF NOT ST-ACTION-ADD AND NOT ST-ACTION-CHANGE
002980             AND NOT ST-ACTION-DELETE
002990         MOVE "INVALID ACTION CODE" TO SN-REJECT-REASON
003000         GO TO 3000-EXIT
003010     END-IF.
003020     IF ST-ORDER-ID = SPACES
003030         MOVE "ORDER ID MISSING" TO SN-REJECT-REASON
003040         GO TO 3000-EXIT
003050     END-IF.
003060     PERFORM 3500-READ-MASTER-BY-KEY THRU 3500-EXIT.
003070     IF ST-ACTION-ADD
003080         IF SN-ID-FOUND
003090             MOVE "DUPLICATE ORDER ID" TO SN-REJECT-REASON
003100             GO TO 3000-EXIT
003110         END-IF
003120         IF ST-ACCOUNT-ID = SPACES
003130             MOVE "ACCOUNT ID MISSING" TO SN-REJECT-REASON
003140             GO TO 3000-EXIT
003150         END-IF
003160         IF ST-TRAN-CODE = SPACES
003170             MOVE "C/D CODE MISSING" TO SN-REJECT-REASON
003180             GO TO 3000-EXIT
003190         END-IF
003200         IF ST-AMOUNT = SPACES
003210             MOVE "AMOUNT MISSING" TO SN-REJECT-REASON
003220             GO TO 3000-EXIT
003230         END-IF
003240         IF ST-FREQUENCY = SPACES
003250             MOVE "FREQUENCY MISSING" TO SN-REJECT-REASON
003260             GO TO 3000-EXIT
003270         END-IF
003280         IF ST-START-DATE = SPACES
003290             MOVE "START DATE MISSING" TO SN-REJECT-REASON
003300             GO TO 3000-EXIT
003310         END-IF
003320     END-IF.
003330     IF ST-ACTION-CHANGE
003340         IF SN-ID-NOT-FOUND
003350             MOVE "ORDER ID NOT ON MASTER" TO SN-REJECT-REASON
003360             GO TO 3000-EXIT
003370         END-IF
003380         IF ST-ACCOUNT-ID = SPACES
003390                 AND ST-TRAN-CODE = SPACES
003400                 AND ST-AMOUNT = SPACES
003410                 AND ST-FREQUENCY = SPACES
003420                 AND ST-RUN-DAY = SPACES
003430                 AND ST-START-DATE = SPACES
003440                 AND ST-END-DATE = SPACES
003450                 AND ST-COUNTER-ACCOUNT = SPACES
003460                 AND ST-DESCRIPTION = SPACES
003470             MOVE "NOTHING TO CHANGE" TO SN-REJECT-REASON
003480             GO TO 3000-EXIT
003490         END-IF
003500     END-IF.
003510     IF ST-ACTION-DELETE
003520         IF SN-ID-NOT-FOUND
003530             MOVE "ORDER ID NOT ON MASTER" TO SN-REJECT-REASON
003540         END-IF
003550         GO TO 3000-EXIT
003560     END-IF.
003570     PERFORM 3200-VALIDATE-FIELDS THRU 3200-EXIT.
003580     IF SN-REJECT-REASON = SPACES
003590         PERFORM 3300-BUILD-AND-CHECK THRU 3300-EXIT
003600     END-IF.
003610 3000-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------
003650* 3200-VALIDATE-FIELDS
003660* FIELD-LEVEL EDITS SHARED BY ADD AND CHANGE.  A BLANK FIELD
003670* IS ALWAYS ACCEPTED HERE - ADD DEFAULTS IT, CHANGE KEEPS
003680* THE MASTER VALUE.  AN ACCOUNT OR COUNTER ACCOUNT THE CARD
003690* NAMES MUST BE ON THE ACCOUNT MASTER AND NOT CLOSED; A
003700* POST-BLOCKED ACCOUNT MAY STILL CARRY AN ORDER - THE
003710* POSTING RUN REFUSES ITS POSTINGS WHILE THE BLOCK STANDS.
003720*----------------------------------------------------------
003730 3200-VALIDATE-FIELDS.
003740     IF ST-TRAN-CODE NOT = SPACES
003750             AND ST-TRAN-CODE NOT = "C" AND ST-TRAN-CODE NOT = "D"
003760         MOVE "C/D CODE NOT C OR D" TO SN-REJECT-REASON
003770         GO TO 3200-EXIT
003780     END-IF.
003790     IF ST-AMOUNT NOT = SPACES
003800         IF ST-AMOUNT IS NOT NUMERIC
003810             MOVE "AMOUNT NOT NUMERIC" TO SN-REJECT-REASON
003820             GO TO 3200-EXIT
003830         END-IF
003840         IF ST-AMOUNT-9 = ZERO
003850             MOVE "AMOUNT ZERO" TO SN-REJECT-REASON
003860             GO TO 3200-EXIT
003870         END-IF
003880     END-IF.
003890     IF ST-FREQUENCY NOT = SPACES
003900             AND ST-FREQUENCY NOT = "W" AND ST-FREQUENCY NOT = "M"
003910             AND ST-FREQUENCY NOT = "O"
003920         MOVE "FREQUENCY NOT W, M, OR O" TO SN-REJECT-REASON
003930         GO TO 3200-EXIT
003940     END-IF.
003950     IF ST-RUN-DAY NOT = SPACES
003960             AND ST-RUN-DAY IS NOT NUMERIC
003970         MOVE "RUN DAY NOT NUMERIC" TO SN-REJECT-REASON
003980         GO TO 3200-EXIT
003990     END-IF.
004000     IF ST-START-DATE NOT = SPACES
004010         MOVE ZERO TO SN-CHECK-DATE
004020         IF ST-START-DATE IS NUMERIC
004030             MOVE ST-START-DATE-9 TO SN-CHECK-DATE
004040         END-IF
004050         PERFORM 3250-CHECK-DATE THRU 3250-EXIT
004060         IF NOT SN-DATE-VALID
004070             MOVE "START DATE INVALID" TO SN-REJECT-REASON
004080             GO TO 3200-EXIT
004090         END-IF
004100     END-IF.
004110     IF ST-END-DATE NOT = SPACES
004120         MOVE ZERO TO SN-CHECK-DATE
004130         IF ST-END-DATE IS NUMERIC
004140             MOVE ST-END-DATE-9 TO SN-CHECK-DATE
004150         END-IF
004160         PERFORM 3250-CHECK-DATE THRU 3250-EXIT
004170         IF NOT SN-DATE-VALID
004180             MOVE "END DATE INVALID" TO SN-REJECT-REASON
004190             GO TO 3200-EXIT
004200         END-IF
004210     END-IF.
004220     IF ST-ACCOUNT-ID NOT = SPACES
004230         MOVE ST-ACCOUNT-ID TO SN-CHECK-ACCOUNT
004240         PERFORM 3400-CHECK-ACCOUNT THRU 3400-EXIT
004250         IF SN-REJECT-REASON NOT = SPACES
004260             GO TO 3200-EXIT
004270         END-IF
004280     END-IF.
004290     IF ST-COUNTER-ACCOUNT NOT = SPACES
004300         MOVE ST-COUNTER-ACCOUNT TO SN-CHECK-ACCOUNT
004310         PERFORM 3400-CHECK-ACCOUNT THRU 3400-EXIT
004320         IF SN-REJECT-REASON NOT = SPACES
004330             MOVE "COUNTER ACCOUNT NOT USABLE"
004340                 TO SN-REJECT-REASON
004350             GO TO 3200-EXIT
004360         END-IF
004370     END-IF.
004380 3200-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------
004420* 3250-CHECK-DATE
004430* ENOUGH OF A CALENDAR CHECK TO KEEP A MISKEYED DATE OFF
004440* THE MASTER.  99991231 (NO END DATE) PASSES.
004450*----------------------------------------------------------
004460 3250-CHECK-DATE.
004470     MOVE "N" TO SN-DATE-SWITCH.
004480     IF SN-CHECK-YEAR < 1601
004490             OR SN-CHECK-MONTH < 1 OR SN-CHECK-MONTH > 12
004500             OR SN-CHECK-DAY < 1 OR SN-CHECK-DAY > 31
004510         GO TO 3250-EXIT
004520     END-IF.
004530     SET SN-DATE-VALID TO TRUE.
004540 3250-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------
004580* 3300-BUILD-AND-CHECK
004590* BUILDS THE RECORD AS IT WILL STAND - THE DEFAULTED NEW
004600* RECORD ON ADD, THE CURRENT MASTER RECORD ON CHANGE, WITH
004610* THE CARD'S FIELDS LAID OVER IT - AND CHECKS THE FIELDS
004620* THAT DEPEND ON ONE ANOTHER, SO A CHANGE TO ONE FIELD
004630* CANNOT LEAVE THE ORDER INCONSISTENT WITH ANOTHER IT DID
004640* NOT TOUCH.  A ONCE-ONLY ORDER FALLS ON ITS START DATE AND
004650* ITS RUN DAY IS CLEARED.
004660*----------------------------------------------------------
004670 3300-BUILD-AND-CHECK.
004680     IF ST-ACTION-ADD
004690         MOVE SPACES TO SOMAST-RECORD
004700         MOVE ST-ORDER-ID TO SO-ORDER-ID
004710         MOVE ZERO TO SO-AMOUNT
004720         MOVE ZERO TO SO-RUN-DAY
004730         MOVE ZERO TO SO-START-DATE
004740         SET SO-NO-END TO TRUE
004750         MOVE ZERO TO SO-LAST-GEN-DATE
004760     END-IF.
004770     PERFORM 4100-APPLY-CARD-FIELDS THRU 4100-EXIT.
004780     MOVE SN-CURRENT-DATE TO SO-LAST-MAINT-DATE.
004790     IF SO-ONCE
004800         MOVE ZERO TO SO-RUN-DAY
004810     END-IF.
004820     IF SO-WEEKLY
004830             AND (SO-RUN-DAY < 1 OR SO-RUN-DAY > 7)
004840         MOVE "WEEKLY RUN DAY NOT 1-7" TO SN-REJECT-REASON
004850         GO TO 3300-EXIT
004860     END-IF.
004870     IF SO-MONTHLY
004880             AND (SO-RUN-DAY < 1 OR SO-RUN-DAY > 31)
004890         MOVE "MONTHLY RUN DAY NOT 1-31" TO SN-REJECT-REASON
004900         GO TO 3300-EXIT
004910     END-IF.
004920     IF SO-END-DATE < SO-START-DATE
004930         MOVE "END DATE BEFORE START DATE" TO SN-REJECT-REASON
004940         GO TO 3300-EXIT
004950     END-IF.
004960     IF SO-COUNTER-ACCOUNT = SO-ACCOUNT-ID
004970         MOVE "COUNTER ACCOUNT SAME AS ACCOUNT"
004980             TO SN-REJECT-REASON
004990         GO TO 3300-EXIT
005000     END-IF.
005010 3300-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------
005050* 3400-CHECK-ACCOUNT
005060* THE ACCOUNT IN SN-CHECK-ACCOUNT MUST BE ON THE ACCOUNT
005070* MASTER AND NOT CLOSED.
005080*----------------------------------------------------------
005090 3400-CHECK-ACCOUNT.
005100     MOVE SN-CHECK-ACCOUNT TO AM-ACCOUNT-ID.
005110     READ ACCTMAST-FILE
005120         INVALID KEY
005130             MOVE "ACCOUNT NOT ON MASTER" TO SN-REJECT-REASON
005140     END-READ.
005150     IF SN-REJECT-REASON NOT = SPACES
005160         GO TO 3400-EXIT
005170     END-IF.
005180     IF AM-STATUS-CLOSED
005190         MOVE "ACCOUNT CLOSED" TO SN-REJECT-REASON
005200         GO TO 3400-EXIT
005210     END-IF.
005220 3400-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------
005260* 3500-READ-MASTER-BY-KEY
005270* KEYED EXISTENCE CHECK.  ON SN-ID-FOUND THE CURRENT MASTER
005280* RECORD IS LEFT IN SOMAST-RECORD FOR A FOLLOWING REWRITE.
005290*----------------------------------------------------------
005300 3500-READ-MASTER-BY-KEY.
005310     MOVE ST-ORDER-ID TO SO-ORDER-ID.
005320     READ SOMAST-FILE
005330         INVALID KEY
005340             SET SN-ID-NOT-FOUND TO TRUE
005350         NOT INVALID KEY
005360             SET SN-ID-FOUND TO TRUE
005370     END-READ.
005380 3500-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------
005420* 4000-APPLY-TRANSACTION
005430* THE CARD HAS PASSED VALIDATION - APPLY IT TO THE MASTER
005440* WITH THE MATCHING KEYED VERB.  AN I/O FAILURE HERE TURNS
005450* THE CARD INTO A REJECT AND FLAGS THE RUN (RC 8); THE
005460* REMAINING CARDS ARE STILL EDITED AND REPORTED.  A CHANGE
005470* KEEPS THE LAST-GENERATED DATE, SO CHANGING AN ORDER
005480* CANNOT MAKE IT FALL DUE AGAIN FOR A DATE ALREADY
005490* GENERATED.
005500*----------------------------------------------------------
005510 4000-APPLY-TRANSACTION.
005520     IF ST-ACTION-ADD
005530         WRITE SOMAST-RECORD
005540             INVALID KEY
005550                 MOVE "MASTER WRITE FAILED" TO SN-REJECT-REASON
005560         END-WRITE
005570     END-IF.
005580     IF ST-ACTION-CHANGE
005590         REWRITE SOMAST-RECORD
005600             INVALID KEY
005610                 MOVE "MASTER REWRITE FAILED" TO SN-REJECT-REASON
005620         END-REWRITE
005630     END-IF.
005640     IF ST-ACTION-DELETE
005650         DELETE SOMAST-FILE RECORD
005660             INVALID KEY
005670                 MOVE "MASTER DELETE FAILED" TO SN-REJECT-REASON
005680         END-DELETE
005690     END-IF.
005700     IF SN-REJECT-REASON NOT = SPACES
005710             OR SN-MAST-STATUS NOT = "00"
005720         DISPLAY "SOMNT - SOMAST I/O FAILED - STATUS "
005730             SN-MAST-STATUS
005740         MOVE 8 TO SN-OVERALL-RC
005750     END-IF.
005760 4000-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------
005800* 4100-APPLY-CARD-FIELDS
005810* MOVES EACH SUPPLIED (NON-BLANK) FIELD FROM THE CARD INTO
005820* SOMAST-RECORD.  CALLED WITH THE DEFAULTED NEW RECORD ON
005830* ADD AND THE CURRENT MASTER RECORD ON CHANGE.
005840*----------------------------------------------------------
005850 4100-APPLY-CARD-FIELDS.
005860     IF ST-ACCOUNT-ID NOT = SPACES
005870         MOVE ST-ACCOUNT-ID TO SO-ACCOUNT-ID
005880     END-IF.
005890     IF ST-TRAN-CODE NOT = SPACES
005900         MOVE ST-TRAN-CODE TO SO-TRAN-CODE
005910     END-IF.
005920     IF ST-AMOUNT NOT = SPACES
005930         MOVE ST-AMOUNT-9 TO SO-AMOUNT
005940     END-IF.
005950     IF ST-FREQUENCY NOT = SPACES
005960         MOVE ST-FREQUENCY TO SO-FREQUENCY
005970     END-IF.
005980     IF ST-RUN-DAY NOT = SPACES
005990         MOVE ST-RUN-DAY-9 TO SO-RUN-DAY
006000     END-IF.
006010     IF ST-START-DATE NOT = SPACES
006020         MOVE ST-START-DATE-9 TO SO-START-DATE
006030     END-IF.
006040     IF ST-END-DATE NOT = SPACES
006050         MOVE ST-END-DATE-9 TO SO-END-DATE
006060     END-IF.
006070     IF ST-COUNTER-ACCOUNT NOT = SPACES
006080         MOVE ST-COUNTER-ACCOUNT TO SO-COUNTER-ACCOUNT
006090     END-IF.
006100     IF ST-DESCRIPTION NOT = SPACES
006110         MOVE ST-DESCRIPTION TO SO-DESCRIPTION
006120     END-IF.
006130 4100-EXIT.
006140     EXIT.
006150
006160*----------------------------------------------------------
006170* 6000-PRINT-DETAIL-APPLIED
006180* PRINTS THE ORDER AS IT NOW STANDS (AS DELETED, FOR A
006190* DELETE).
006200*----------------------------------------------------------
006210 6000-PRINT-DETAIL-APPLIED.
006220     MOVE SPACES TO SN-RPT-DETAIL.
006230     MOVE ST-ACTION TO SN-DTL-ACTION.
006240     MOVE SO-ORDER-ID TO SN-DTL-ORDER-ID.
006250     MOVE SO-ACCOUNT-ID TO SN-DTL-ACCOUNT-ID.
006260     MOVE SO-TRAN-CODE TO SN-DTL-TRAN-CODE.
006270     MOVE SO-AMOUNT TO SN-DTL-AMOUNT.
006280     MOVE SO-FREQUENCY TO SN-DTL-FREQUENCY.
006290     IF NOT SO-ONCE
006300         MOVE SO-RUN-DAY TO SN-DTL-RUN-DAY
006310     END-IF.
006320     MOVE SO-COUNTER-ACCOUNT TO SN-DTL-COUNTER.
006330     MOVE "APPLIED" TO SN-DTL-RESULT.
006340     WRITE SORPT-RECORD FROM SN-RPT-DETAIL.
006350 6000-EXIT.
006360     EXIT.
006370
006380*----------------------------------------------------------
006390* 6100-PRINT-DETAIL-REJECTED
006400* PRINTS THE CARD AS KEYED.  AN AMOUNT THAT IS NOT NUMERIC
006410* IS LEFT BLANK.
006420*----------------------------------------------------------
006430 6100-PRINT-DETAIL-REJECTED.
006440     MOVE SPACES TO SN-RPT-DETAIL.
006450     MOVE ST-ACTION TO SN-DTL-ACTION.
006460     MOVE ST-ORDER-ID TO SN-DTL-ORDER-ID.
006470     MOVE ST-ACCOUNT-ID TO SN-DTL-ACCOUNT-ID.
006480     MOVE ST-TRAN-CODE TO SN-DTL-TRAN-CODE.
006490     IF ST-AMOUNT IS NUMERIC
006500         MOVE ST-AMOUNT-9 TO SN-DTL-AMOUNT
006510     END-IF.
006520     MOVE ST-FREQUENCY TO SN-DTL-FREQUENCY.
006530     MOVE ST-RUN-DAY TO SN-DTL-RUN-DAY.
006540     MOVE ST-COUNTER-ACCOUNT TO SN-DTL-COUNTER.
006550     MOVE "REJECTED" TO SN-DTL-RESULT.
006560     MOVE SN-REJECT-REASON TO SN-DTL-REASON.
006570     WRITE SORPT-RECORD FROM SN-RPT-DETAIL.
006580 6100-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------
006620* 9000-TERMINATE
006630*----------------------------------------------------------
006640 9000-TERMINATE.
006650     IF SN-RPT-STATUS = "00"
006660         MOVE SPACES TO SN-RPT-TOTAL
006670         MOVE "TRANSACTIONS READ" TO SN-TOT-LABEL
006680         MOVE SN-TRANS-READ TO SN-TOT-COUNT
006690         WRITE SORPT-RECORD FROM SN-RPT-TOTAL
006700         MOVE "TRANSACTIONS APPLIED" TO SN-TOT-LABEL
006710         MOVE SN-TRANS-APPLIED TO SN-TOT-COUNT
006720         WRITE SORPT-RECORD FROM SN-RPT-TOTAL
006730         MOVE "TRANSACTIONS REJECTED" TO SN-TOT-LABEL
006740         MOVE SN-TRANS-REJECTED TO SN-TOT-COUNT
006750         WRITE SORPT-RECORD FROM SN-RPT-TOTAL
006760         CLOSE SORPT-FILE
006770     END-IF.
006780     CLOSE SOTRAN-FILE.
006790     CLOSE SOMAST-FILE.
006800     CLOSE ACCTMAST-FILE.
006810     MOVE SN-OVERALL-RC TO RETURN-CODE.
006820 9000-EXIT.
006830     EXIT.
006840
006850 END PROGRAM SOMNT.
