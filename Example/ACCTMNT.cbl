000300*                  NO DECIMAL POINT); ON ADD A BLANK LIMIT TAKES
000310*                  THE DEFAULT (ZERO - NO OVERDRAFT), ON CHANGE
000320*                  A BLANK LIMIT KEEPS THE MASTER VALUE.
000330* 2026-10-15 IKS   EVERY APPLIED CARD NOW APPENDS THE RESULTING
000340*                  MASTER RECORD, AND THE STATUS IT HAD BEFORE,
000350*                  TO THE ACCTHIST MAINTENANCE HISTORY, SO THE
000360*                  FORWARD RECOVERY (ACCTRCVR) CAN REPLAY
000370*                  MAINTENANCE DONE SINCE THE LAST BACKUP.
000380* 2026-10-15 IKS   EVERY ACCOUNT NOW HAS A HOME BRANCH, CARD
000390*                  COLS 47-50.  IT IS REQUIRED ON ADD, AND THE
000400*                  BRANCH MUST BE ON THE BRANCH MASTER (BRCHMAST)
000410*                  AND NOT CLOSED; ON CHANGE A BLANK KEEPS THE
000420*                  MASTER VALUE.
000430* 2026-10-15 IKS   EVERY ACCOUNT NOW HAS AN ACCOUNT TYPE, CARD
000440*                  COLS 51-52, WHICH PICKS ITS INTEREST RATE AND
000450*                  MONTHLY FEE AT MONTH-END.  A TYPE GIVEN MUST BE
000460*                  ON THE RATE TABLE (RATETAB); ON ADD A BLANK
000470*                  TAKES "ST" (STANDARD), ON CHANGE IT KEEPS THE
000480*                  MASTER VALUE.
000490*================================================================
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. ACCTMNT.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS AM-ACCOUNT-ID
000600         FILE STATUS IS AC-MAST-STATUS.
000610
000620     SELECT ACCTTRAN-FILE ASSIGN TO ACCTTRAN
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS AC-TRAN-STATUS.
000650
000660     SELECT ACCTHIST-FILE ASSIGN TO ACCTHIST
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS AC-HIST-STATUS.
000690
000700     SELECT BRCHMAST-FILE ASSIGN TO BRCHMAST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS BM-BRANCH-ID
000740         FILE STATUS IS AC-BRCH-STATUS.
000750
000760     SELECT RATETAB-FILE ASSIGN TO RATETAB
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS AC-RATE-STATUS.
000790
000800     SELECT ACCTRPT-FILE ASSIGN TO ACCTRPT
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS AC-RPT-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  ACCTMAST-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 60 CHARACTERS.
000890     COPY ACCTMAST.
000900
000910*----------------------------------------------------------
000920* ACCTTRAN-FILE - ONE 80-BYTE CARD PER MAINTENANCE ACTION.
000930* COLS 01-06 ACTION (ADD / CHANGE / DELETE), COLS 07-16
000940* ACCOUNT ID, COLS 17-36 ACCOUNT NAME, COL 37 STATUS
000950* (O / C / B), COLS 38-46 OVERDRAFT LIMIT (9(07)V99, NO
000960* DECIMAL POINT), COLS 47-50 HOME BRANCH, COLS 51-52
000970* ACCOUNT TYPE.  ON ADD A BLANK STATUS, LIMIT OR TYPE TAKES
000980* THE DEFAULT (OPEN, ZERO LIMIT, "ST") AND THE HOME BRANCH
000990* IS REQUIRED; ON CHANGE A BLANK FIELD KEEPS THE MASTER
001000* VALUE.
001010* THE CARD CARRIES NO BALANCE - BALANCES BELONG TO THE
001020* POSTING RUN.
001030*----------------------------------------------------------
001040 FD  ACCTTRAN-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  ACCTTRAN-RECORD.
001080     05  AT-ACTION                   PIC X(06).
001090         88  AT-ACTION-ADD                  VALUE "ADD".
001100         88  AT-ACTION-CHANGE               VALUE "CHANGE".
001110         88  AT-ACTION-DELETE               VALUE "DELETE".
001120     05  AT-ACCOUNT-ID               PIC X(10).
001130     05  AT-ACCOUNT-NAME             PIC X(20).
001140     05  AT-STATUS                   PIC X(01).
001150     05  AT-OVERDRAFT-LIMIT          PIC X(09).
001160     05  AT-HOME-BRANCH              PIC X(04).
001170     05  AT-ACCOUNT-TYPE             PIC X(02).
001180     05  FILLER                      PIC X(28).
001190
001200 FD  ACCTHIST-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 100 CHARACTERS.
001230     COPY ACCTHIST.
001240
001250 FD  BRCHMAST-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 80 CHARACTERS.
001280     COPY BRCHMAST.
001290
001300 FD  RATETAB-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 80 CHARACTERS.
001330     COPY RATETAB.
001340
001350 FD  ACCTRPT-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 132 CHARACTERS.
001380 01  ACCTRPT-RECORD                  PIC X(132).
001390
001400 WORKING-STORAGE SECTION.
001410 77  AC-MAST-STATUS                  PIC X(02) VALUE SPACES.
001420 77  AC-TRAN-STATUS                  PIC X(02) VALUE SPACES.
001430 77  AC-RPT-STATUS                   PIC X(02) VALUE SPACES.
001440 77  AC-HIST-STATUS                  PIC X(02) VALUE SPACES.
001450 77  AC-BRCH-STATUS                  PIC X(02) VALUE SPACES.
001460 77  AC-RATE-STATUS                  PIC X(02) VALUE SPACES.
001470 77  AC-TRAN-EOF-SWITCH              PIC X(01) VALUE "N".
001480     88  AC-TRAN-END-OF-FILE                VALUE "Y".
001490 77  AC-FOUND-SWITCH                 PIC X(01) VALUE "N".
001500     88  AC-ID-FOUND                        VALUE "Y".
001510     88  AC-ID-NOT-FOUND                    VALUE "N".
001520 77  AC-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001530
001540 77  AC-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
001550 77  AC-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
001560 77  AC-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
001570
001580 77  AC-REJECT-REASON                PIC X(30) VALUE SPACES.
001590 77  AC-PRIOR-STATUS                 PIC X(01) VALUE SPACES.
001600 77  AC-RUN-TIME                     PIC 9(08) VALUE ZERO.
001610 77  AC-AFTER-IMAGE                  PIC X(60) VALUE SPACES.
001620
001630*----------------------------------------------------------
001640* ACCOUNT TYPES ON THE RATE TABLE - LOADED AT STARTUP.
001650*----------------------------------------------------------
001660 77  AC-RATE-EOF-SWITCH              PIC X(01) VALUE "N".
001670     88  AC-RATE-END-OF-FILE                VALUE "Y".
001680 77  AC-TYPE-MAX                     PIC 9(03) COMP VALUE 50.
001690 77  AC-TYPE-COUNT                   PIC 9(03) COMP VALUE ZERO.
001700 77  AC-TYPE-SUB                     PIC 9(03) COMP VALUE ZERO.
001710 77  AC-TYPE-FOUND                   PIC 9(03) COMP VALUE ZERO.
001720
001730 01  AC-TYPE-TABLE.
001740     05  AC-TT-TYPE                  PIC X(02) OCCURS 50 TIMES.
001750
001760 01  AC-RPT-HEADING-1.
001770     05  FILLER                      PIC X(20)
001780             VALUE "ACCTMNT EDIT REPORT".
001790     05  FILLER                      PIC X(06) VALUE "DATE: ".
001800     05  AC-HDG-DATE                 PIC 9(08).
001810     05  FILLER                      PIC X(98) VALUE SPACES.
001820
001830 01  AC-RPT-HEADING-2.
001840     05  FILLER                      PIC X(08) VALUE "ACTION".
001850     05  FILLER                      PIC X(12)
001860             VALUE "ACCOUNT-ID".
001870     05  FILLER                      PIC X(22) VALUE "NAME".
001880     05  FILLER                      PIC X(08) VALUE "BRANCH".
001890     05  FILLER                      PIC X(10) VALUE "RESULT".
001900     05  FILLER                      PIC X(30) VALUE "REASON".
001910     05  FILLER                      PIC X(42) VALUE SPACES.
001920
001930 01  AC-RPT-DETAIL.
001940     05  AC-DTL-ACTION               PIC X(06).
001950     05  FILLER                      PIC X(02) VALUE SPACES.
001960     05  AC-DTL-ACCOUNT-ID           PIC X(10).
001970     05  FILLER                      PIC X(02) VALUE SPACES.
001980     05  AC-DTL-ACCOUNT-NAME         PIC X(20).
001990     05  FILLER                      PIC X(02) VALUE SPACES.
002000     05  AC-DTL-HOME-BRANCH          PIC X(04).
002010     05  FILLER                      PIC X(04) VALUE SPACES.
002020     05  AC-DTL-RESULT               PIC X(08).
002030     05  FILLER                      PIC X(02) VALUE SPACES.
002040     05  AC-DTL-REASON               PIC X(30).
002050     05  FILLER                      PIC X(42) VALUE SPACES.
002060
002070 01  AC-RPT-TOTAL.
002080     05  AC-TOT-LABEL                PIC X(30).
002090     05  AC-TOT-COUNT                PIC Z(04)9.
002100     05  FILLER                      PIC X(97) VALUE SPACES.
002110
002120 01  AC-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002130
002140 PROCEDURE DIVISION.
002150*----------------------------------------------------------
002160* 0000-MAINLINE
002170*----------------------------------------------------------
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002200     IF AC-OVERALL-RC NOT = ZERO
002210         GO TO 0000-WRAP-UP
002220     END-IF.
002230     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002240         UNTIL AC-TRAN-END-OF-FILE.
002250 0000-WRAP-UP.
002260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002270 0000-EXIT.
002280     STOP RUN.
002290
002300*----------------------------------------------------------
002310* 1000-INITIALIZE
002320* OPENS THE FILES AND PRINTS THE REPORT HEADINGS.  AN ABSENT
002330* MASTER (STATUS 35) IS BUILT EMPTY AND REOPENED - THE FIRST
002340* EVER RUN OF THIS PROGRAM IS HOW THE MASTER GETS CREATED.
002350* ANY OTHER MASTER OPEN FAILURE STOPS THE RUN.  THE BRANCH
002360* MASTER IS READ ONLY, TO CHECK EACH CARD'S HOME BRANCH; IT
002370* MUST EXIST (BRCHMNT BUILDS IT), AS NO ACCOUNT CAN BE ADDED
002380* WITHOUT ONE.  THE RATE TABLE IS READ WHOLE FOR THE ACCOUNT
002390* TYPES ON IT, AND MUST EXIST TOO.
002400*----------------------------------------------------------
002410 1000-INITIALIZE.
002420     ACCEPT AC-CURRENT-DATE FROM DATE YYYYMMDD.
002430     ACCEPT AC-RUN-TIME FROM TIME.
002440     OPEN INPUT ACCTTRAN-FILE.
002450     IF AC-TRAN-STATUS NOT = "00"
002460         DISPLAY "ACCTMNT - UNABLE TO OPEN ACCTTRAN - STATUS "
002470             AC-TRAN-STATUS
002480         MOVE 8 TO AC-OVERALL-RC
002490         GO TO 1000-EXIT
002500     END-IF.
002510     OPEN OUTPUT ACCTRPT-FILE.
002520     IF AC-RPT-STATUS NOT = "00"
002530         DISPLAY "ACCTMNT - UNABLE TO OPEN ACCTRPT - STATUS "
002540             AC-RPT-STATUS
002550         MOVE 8 TO AC-OVERALL-RC
002560         GO TO 1000-EXIT
002570     END-IF.
002580     MOVE AC-CURRENT-DATE TO AC-HDG-DATE.
002590     WRITE ACCTRPT-RECORD FROM AC-RPT-HEADING-1.
002600     WRITE ACCTRPT-RECORD FROM AC-RPT-HEADING-2.
002610     OPEN I-O ACCTMAST-FILE.
002620     IF AC-MAST-STATUS = "35"
002630         OPEN OUTPUT ACCTMAST-FILE
002640         CLOSE ACCTMAST-FILE
002650         OPEN I-O ACCTMAST-FILE
002660     END-IF.
002670     IF AC-MAST-STATUS NOT = "00"
002680         DISPLAY "ACCTMNT - UNABLE TO OPEN ACCTMAST - STATUS "
002690             AC-MAST-STATUS
002700         MOVE 8 TO AC-OVERALL-RC
002710         GO TO 1000-EXIT
002720     END-IF.
002730     OPEN EXTEND ACCTHIST-FILE.
002740     IF AC-HIST-STATUS NOT = "00"
002750         OPEN OUTPUT ACCTHIST-FILE
002760     END-IF.
002770     IF AC-HIST-STATUS NOT = "00"
002780         DISPLAY "ACCTMNT - UNABLE TO OPEN ACCTHIST - STATUS "
002790             AC-HIST-STATUS
002800         MOVE 8 TO AC-OVERALL-RC
002810         GO TO 1000-EXIT
002820     END-IF.
002830     OPEN INPUT BRCHMAST-FILE.
002840     IF AC-BRCH-STATUS NOT = "00"
002850         DISPLAY "ACCTMNT - UNABLE TO OPEN BRCHMAST - STATUS "
002860             AC-BRCH-STATUS
002870         MOVE 8 TO AC-OVERALL-RC
002880         GO TO 1000-EXIT
002890     END-IF.
002900     PERFORM 1500-LOAD-ACCOUNT-TYPES THRU 1500-EXIT.
002910     IF AC-OVERALL-RC NOT = ZERO
002920         GO TO 1000-EXIT
002930     END-IF.
002940     PERFORM 2500-READ-TRANSACTION THRU 2500-EXIT.
002950 1000-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------
002990* 1500-LOAD-ACCOUNT-TYPES
003000* MORE TYPES THAN THE TABLE HOLDS IS A CONFIGURATION ERROR
003010* (RC 8) RATHER THAN A SILENT TRUNCATION.
003020*----------------------------------------------------------
003030 1500-LOAD-ACCOUNT-TYPES.
003040     OPEN INPUT RATETAB-FILE.
003050     IF AC-RATE-STATUS NOT = "00"
003060         DISPLAY "ACCTMNT - UNABLE TO OPEN RATETAB - STATUS "
003070             AC-RATE-STATUS
003080         MOVE 8 TO AC-OVERALL-RC
003090         GO TO 1500-EXIT
003100     END-IF.
003110     PERFORM 1550-READ-RATE-CARD THRU 1550-EXIT
003120         UNTIL AC-RATE-END-OF-FILE
003130             OR AC-TYPE-COUNT = AC-TYPE-MAX.
003140     IF NOT AC-RATE-END-OF-FILE
003150         PERFORM 1550-READ-RATE-CARD THRU 1550-EXIT
003160     END-IF.
003170     IF NOT AC-RATE-END-OF-FILE
003180         DISPLAY "ACCTMNT - RATETAB HAS MORE THAN "
003190             AC-TYPE-MAX " TYPES - RUN STOPPED"
003200         MOVE 8 TO AC-OVERALL-RC
003210     END-IF.
003220     CLOSE RATETAB-FILE.
003230 1500-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------
003270* 1550-READ-RATE-CARD
003280*----------------------------------------------------------
003290 1550-READ-RATE-CARD.
003300     READ RATETAB-FILE
003310         AT END
003320             SET AC-RATE-END-OF-FILE TO TRUE
003330     END-READ.
003340     IF AC-RATE-END-OF-FILE OR RT-ACCOUNT-TYPE = SPACES
003350         GO TO 1550-EXIT
003360     END-IF.
003370     IF AC-TYPE-COUNT < AC-TYPE-MAX
003380         ADD 1 TO AC-TYPE-COUNT
003390         MOVE RT-ACCOUNT-TYPE TO AC-TT-TYPE (AC-TYPE-COUNT)
003400     END-IF.
003410 1550-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------
003450* 2000-PROCESS-TRANSACTION
003460* VALIDATES ONE CARD AND APPLIES IT TO THE MASTER WHEN
003470* CLEAN.  EVERY CARD - APPLIED OR REJECTED - GETS ONE EDIT
003480* REPORT LINE.
003490*----------------------------------------------------------
003500 2000-PROCESS-TRANSACTION.
003510     ADD 1 TO AC-TRANS-READ.
003520     MOVE SPACES TO AC-REJECT-REASON.
003530     PERFORM 3000-VALIDATE-TRANSACTION THRU 3000-EXIT.
003540     IF AC-REJECT-REASON = SPACES
003550         PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
003560     END-IF.
003570     IF AC-REJECT-REASON = SPACES
003580         ADD 1 TO AC-TRANS-APPLIED
003590         PERFORM 4500-WRITE-HISTORY THRU 4500-EXIT
003600         PERFORM 6000-PRINT-DETAIL-APPLIED THRU 6000-EXIT
003610     ELSE
003620         ADD 1 TO AC-TRANS-REJECTED
003630         PERFORM 6100-PRINT-DETAIL-REJECTED THRU 6100-EXIT
003640         IF AC-OVERALL-RC < 4
003650             MOVE 4 TO AC-OVERALL-RC
003660         END-IF
003670     END-IF.
003680     PERFORM 2500-READ-TRANSACTION THRU 2500-EXIT.
003690 2000-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------
003730* 2500-READ-TRANSACTION
003740*----------------------------------------------------------
003750 2500-READ-TRANSACTION.
003760     READ ACCTTRAN-FILE
003770         AT END
003780             SET AC-TRAN-END-OF-FILE TO TRUE
003790     END-READ.
003800 2500-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------
003840* 3000-VALIDATE-TRANSACTION
003850* LEAVES AC-REJECT-REASON AS SPACES WHEN THE CARD IS CLEAN,
003860* OTHERWISE SETS IT TO THE FIRST FAILURE FOUND.  A DELETE
003870* OF AN ACCOUNT STILL CARRYING A BALANCE IS REJECTED - THE
003880* BALANCE MUST BE POSTED OFF BEFORE THE RECORD CAN GO.
003890*----------------------------------------------------------
003900 3000-VALIDATE-TRANSACTION.
003910     IF NOT AT-ACTION-ADD AND NOT AT-ACTION-CHANGE
003920             AND NOT AT-ACTION-DELETE
003930         MOVE "INVALID ACTION CODE" TO AC-REJECT-REASON
003940         GO TO 3000-EXIT
003950     END-IF.
003960     IF AT-ACCOUNT-ID = SPACES
003970         MOVE "ACCOUNT ID MISSING" TO AC-REJECT-REASON
003980         GO TO 3000-EXIT
003990     END-IF.
004000     PERFORM 3500-READ-MASTER-BY-KEY THRU 3500-EXIT.
004010     IF AT-ACTION-ADD
004020         IF AC-ID-FOUND
004030             MOVE "DUPLICATE ACCOUNT ID" TO AC-REJECT-REASON
004040             GO TO 3000-EXIT
004050         END-IF
004060         IF AT-ACCOUNT-NAME = SPACES
004070             MOVE "ACCOUNT NAME MISSING" TO AC-REJECT-REASON
004080             GO TO 3000-EXIT
004090         END-IF
004100         IF AT-HOME-BRANCH = SPACES
004110             MOVE "HOME BRANCH MISSING" TO AC-REJECT-REASON
004120             GO TO 3000-EXIT
004130         END-IF
004140     END-IF.
004150     IF AT-ACTION-CHANGE
004160         IF AC-ID-NOT-FOUND
004170             MOVE "ACCOUNT ID NOT ON MASTER" TO AC-REJECT-REASON
004180             GO TO 3000-EXIT
004190         END-IF
004200         IF AT-ACCOUNT-NAME = SPACES
004210                 AND AT-STATUS = SPACES
004220                 AND AT-OVERDRAFT-LIMIT = SPACES
004230                 AND AT-HOME-BRANCH = SPACES
004240                 AND AT-ACCOUNT-TYPE = SPACES
004250             MOVE "NOTHING TO CHANGE" TO AC-REJECT-REASON
004260             GO TO 3000-EXIT
004270         END-IF
004280     END-IF.
004290     IF AT-ACTION-DELETE
004300         IF AC-ID-NOT-FOUND
004310             MOVE "ACCOUNT ID NOT ON MASTER" TO AC-REJECT-REASON
004320             GO TO 3000-EXIT
004330         END-IF
004340         IF AM-BALANCE IS NUMERIC AND AM-BALANCE NOT = ZERO
004350             MOVE "BALANCE NOT ZERO" TO AC-REJECT-REASON
004360             GO TO 3000-EXIT
004370         END-IF
004380         GO TO 3000-EXIT
004390     END-IF.
004400     PERFORM 3200-VALIDATE-FIELDS THRU 3200-EXIT.
004410 3000-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------
004450* 3200-VALIDATE-FIELDS
004460* FIELD-LEVEL EDITS SHARED BY ADD AND CHANGE.  A BLANK FIELD
004470* IS ALWAYS ACCEPTED HERE - ADD DEFAULTS IT, CHANGE KEEPS
004480* THE MASTER VALUE.  A HOME BRANCH MUST BE ON THE BRANCH
004490* MASTER AND NOT CLOSED; A SUSPENDED BRANCH MAY STILL OWN
004500* ACCOUNTS.  AN ACCOUNT TYPE MUST BE ON THE RATE TABLE.
004510*----------------------------------------------------------
004520 3200-VALIDATE-FIELDS.
004530     IF AT-STATUS NOT = SPACES
004540             AND AT-STATUS NOT = "O" AND AT-STATUS NOT = "C"
004550             AND AT-STATUS NOT = "B"
004560         MOVE "STATUS NOT O, C, OR B" TO AC-REJECT-REASON
004570         GO TO 3200-EXIT
004580     END-IF.
004590     IF AT-OVERDRAFT-LIMIT NOT = SPACES
004600             AND AT-OVERDRAFT-LIMIT IS NOT NUMERIC
004610         MOVE "OVERDRAFT LIMIT NOT NUMERIC" TO AC-REJECT-REASON
004620         GO TO 3200-EXIT
004630     END-IF.
004640     IF AT-ACCOUNT-TYPE NOT = SPACES
004650         MOVE ZERO TO AC-TYPE-FOUND
004660         PERFORM 3250-MATCH-ACCOUNT-TYPE THRU 3250-EXIT
004670             VARYING AC-TYPE-SUB FROM 1 BY 1
004680             UNTIL AC-TYPE-SUB > AC-TYPE-COUNT
004690                 OR AC-TYPE-FOUND > ZERO
004700         IF AC-TYPE-FOUND = ZERO
004710             MOVE "ACCOUNT TYPE NOT ON RATE TABLE"
004720                 TO AC-REJECT-REASON
004730             GO TO 3200-EXIT
004740         END-IF
004750     END-IF.
004760     IF AT-HOME-BRANCH = SPACES
004770         GO TO 3200-EXIT
004780     END-IF.
004790     MOVE AT-HOME-BRANCH TO BM-BRANCH-ID.
004800     READ BRCHMAST-FILE
004810         INVALID KEY
004820             MOVE "HOME BRANCH NOT ON MASTER" TO AC-REJECT-REASON
004830     END-READ.
004840     IF AC-REJECT-REASON NOT = SPACES
004850         GO TO 3200-EXIT
004860     END-IF.
004870     IF BM-STATUS-CLOSED
004880         MOVE "HOME BRANCH CLOSED" TO AC-REJECT-REASON
004890         GO TO 3200-EXIT
004900     END-IF.
004910 3200-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------
004950* 3250-MATCH-ACCOUNT-TYPE
004960*----------------------------------------------------------
004970 3250-MATCH-ACCOUNT-TYPE.
004980     IF AC-TT-TYPE (AC-TYPE-SUB) = AT-ACCOUNT-TYPE
004990         MOVE AC-TYPE-SUB TO AC-TYPE-FOUND
005000     END-IF.
005010 3250-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------
005050* 3500-READ-MASTER-BY-KEY
005060* KEYED EXISTENCE CHECK.  ON AC-ID-FOUND THE CURRENT MASTER
005070* RECORD IS LEFT IN ACCTMAST-RECORD FOR A FOLLOWING REWRITE.
005080*----------------------------------------------------------
005090 3500-READ-MASTER-BY-KEY.
005100     MOVE AT-ACCOUNT-ID TO AM-ACCOUNT-ID.
005110     READ ACCTMAST-FILE
005120         INVALID KEY
005130             SET AC-ID-NOT-FOUND TO TRUE
005140         NOT INVALID KEY
005150             SET AC-ID-FOUND TO TRUE
005160     END-READ.
005170 3500-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------
005210* 4000-APPLY-TRANSACTION
005220* THE CARD HAS PASSED VALIDATION - APPLY IT TO THE MASTER
005230* WITH THE MATCHING KEYED VERB.  AN I/O FAILURE HERE TURNS
005240* THE CARD INTO A REJECT AND FLAGS THE RUN (RC 8); THE
005250* REMAINING CARDS ARE STILL EDITED AND REPORTED, SO ONE BAD
005260* WRITE DOES NOT HIDE THE REST OF THE BATCH FROM REVIEW.
005270*----------------------------------------------------------
005280 4000-APPLY-TRANSACTION.
005290     MOVE SPACES TO AC-PRIOR-STATUS.
005300     IF NOT AT-ACTION-ADD
005310         MOVE AM-STATUS TO AC-PRIOR-STATUS
005320     END-IF.
005330     IF AT-ACTION-ADD
005340         MOVE SPACES TO ACCTMAST-RECORD
005350         MOVE AT-ACCOUNT-ID TO AM-ACCOUNT-ID
005360         MOVE AT-ACCOUNT-NAME TO AM-ACCOUNT-NAME
005370         MOVE ZERO TO AM-BALANCE
005380         MOVE "O" TO AM-STATUS
005390         MOVE ZERO TO AM-OVERDRAFT-LIMIT
005400         MOVE "ST" TO AM-ACCOUNT-TYPE
005410         PERFORM 4100-APPLY-CARD-FIELDS THRU 4100-EXIT
005420         MOVE ACCTMAST-RECORD TO AC-AFTER-IMAGE
005430         WRITE ACCTMAST-RECORD
005440             INVALID KEY
005450                 MOVE "MASTER WRITE FAILED" TO AC-REJECT-REASON
005460         END-WRITE
005470     END-IF.
005480     IF AT-ACTION-CHANGE
005490         IF AT-ACCOUNT-NAME NOT = SPACES
005500             MOVE AT-ACCOUNT-NAME TO AM-ACCOUNT-NAME
005510         END-IF
005520         PERFORM 4100-APPLY-CARD-FIELDS THRU 4100-EXIT
005530         MOVE ACCTMAST-RECORD TO AC-AFTER-IMAGE
005540         REWRITE ACCTMAST-RECORD
005550             INVALID KEY
005560                 MOVE "MASTER REWRITE FAILED" TO AC-REJECT-REASON
005570         END-REWRITE
005580     END-IF.
005590     IF AT-ACTION-DELETE
005600         MOVE ACCTMAST-RECORD TO AC-AFTER-IMAGE
005610         DELETE ACCTMAST-FILE RECORD
005620             INVALID KEY
005630                 MOVE "MASTER DELETE FAILED" TO AC-REJECT-REASON
005640         END-DELETE
005650     END-IF.
005660     IF AC-REJECT-REASON NOT = SPACES
005670             OR AC-MAST-STATUS NOT = "00"
005680         DISPLAY "ACCTMNT - ACCTMAST I/O FAILED - STATUS "
005690             AC-MAST-STATUS
005700         MOVE 8 TO AC-OVERALL-RC
005710     END-IF.
005720 4000-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------
005760* 4100-APPLY-CARD-FIELDS
005770* MOVES EACH SUPPLIED (NON-BLANK) FIELD FROM THE CARD INTO
005780* ACCTMAST-RECORD.  CALLED WITH THE DEFAULTED NEW RECORD ON
005790* ADD AND THE CURRENT MASTER RECORD ON CHANGE.
005800*----------------------------------------------------------
005810 4100-APPLY-CARD-FIELDS.
005820     IF AT-STATUS NOT = SPACES
005830         MOVE AT-STATUS TO AM-STATUS
005840     END-IF.
005850     IF AT-OVERDRAFT-LIMIT NOT = SPACES
005860         MOVE AT-OVERDRAFT-LIMIT TO AM-OVERDRAFT-LIMIT (1:9)
005870     END-IF.
005880     IF AT-HOME-BRANCH NOT = SPACES
005890         MOVE AT-HOME-BRANCH TO AM-HOME-BRANCH
005900     END-IF.
005910     IF AT-ACCOUNT-TYPE NOT = SPACES
005920         MOVE AT-ACCOUNT-TYPE TO AM-ACCOUNT-TYPE
005930     END-IF.
005940 4100-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------
005980* 4500-WRITE-HISTORY
005990* ONE HISTORY RECORD PER APPLIED CARD.  AC-AFTER-IMAGE HOLDS
006000* THE RECORD AS WRITTEN, REWRITTEN OR DELETED.  A FAILED
006010* WRITE LEAVES THE MASTER CHANGED BUT UNRECORDED - THE RUN IS
006020* FLAGGED RC 8 SO THE GAP IS SEEN BEFORE A RECOVERY NEEDS IT.
006030*----------------------------------------------------------
006040 4500-WRITE-HISTORY.
006050     MOVE SPACES TO ACCTHIST-RECORD.
006060     MOVE AC-CURRENT-DATE TO AH-RUN-DATE.
006070     DIVIDE AC-RUN-TIME BY 100 GIVING AH-RUN-TIME.
006080     MOVE AT-ACTION TO AH-ACTION.
006090     MOVE AC-PRIOR-STATUS TO AH-PRIOR-STATUS.
006100     MOVE AC-AFTER-IMAGE TO AH-AFTER-IMAGE.
006110     WRITE ACCTHIST-RECORD.
006120     IF AC-HIST-STATUS NOT = "00"
006130         DISPLAY "ACCTMNT - ACCTHIST WRITE FAILED - STATUS "
006140             AC-HIST-STATUS " - ACCOUNT " AT-ACCOUNT-ID
006150         MOVE 8 TO AC-OVERALL-RC
006160     END-IF.
006170 4500-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------
006210* 6000-PRINT-DETAIL-APPLIED
006220*----------------------------------------------------------
006230 6000-PRINT-DETAIL-APPLIED.
006240     MOVE SPACES TO AC-RPT-DETAIL.
006250     MOVE AT-ACTION TO AC-DTL-ACTION.
006260     MOVE AT-ACCOUNT-ID TO AC-DTL-ACCOUNT-ID.
006270     MOVE AT-ACCOUNT-NAME TO AC-DTL-ACCOUNT-NAME.
006280     MOVE AM-HOME-BRANCH TO AC-DTL-HOME-BRANCH.
006290     MOVE "APPLIED" TO AC-DTL-RESULT.
006300     WRITE ACCTRPT-RECORD FROM AC-RPT-DETAIL.
006310 6000-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------
006350* 6100-PRINT-DETAIL-REJECTED
006360*----------------------------------------------------------
006370 6100-PRINT-DETAIL-REJECTED.
006380     MOVE SPACES TO AC-RPT-DETAIL.
006390     MOVE AT-ACTION TO AC-DTL-ACTION.
006400     MOVE AT-ACCOUNT-ID TO AC-DTL-ACCOUNT-ID.
006410     MOVE AT-ACCOUNT-NAME TO AC-DTL-ACCOUNT-NAME.
006420     MOVE AT-HOME-BRANCH TO AC-DTL-HOME-BRANCH.
006430     MOVE "REJECTED" TO AC-DTL-RESULT.
006440     MOVE AC-REJECT-REASON TO AC-DTL-REASON.
006450     WRITE ACCTRPT-RECORD FROM AC-RPT-DETAIL.
006460 6100-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------
006500* 9000-TERMINATE
006510*----------------------------------------------------------
006520 9000-TERMINATE.
006530     IF AC-RPT-STATUS = "00"
006540         MOVE SPACES TO AC-RPT-TOTAL
006550         MOVE "TRANSACTIONS READ" TO AC-TOT-LABEL
006560         MOVE AC-TRANS-READ TO AC-TOT-COUNT
006570         WRITE ACCTRPT-RECORD FROM AC-RPT-TOTAL
006580         MOVE "TRANSACTIONS APPLIED" TO AC-TOT-LABEL
006590         MOVE AC-TRANS-APPLIED TO AC-TOT-COUNT
006600         WRITE ACCTRPT-RECORD FROM AC-RPT-TOTAL
006610         MOVE "TRANSACTIONS REJECTED" TO AC-TOT-LABEL
006620         MOVE AC-TRANS-REJECTED TO AC-TOT-COUNT
006630         WRITE ACCTRPT-RECORD FROM AC-RPT-TOTAL
006640         CLOSE ACCTRPT-FILE
006650     END-IF.
006660     CLOSE ACCTTRAN-FILE.
006670     CLOSE ACCTMAST-FILE.
006680     CLOSE ACCTHIST-FILE.
006690     CLOSE BRCHMAST-FILE.
006700     MOVE AC-OVERALL-RC TO RETURN-CODE.
006710 9000-EXIT.
006720     EXIT.
006730
006740 END PROGRAM ACCTMNT.
