000010*================================================================
000020* PROGRAM-ID    :  POSTSEED
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  SEEDS THE POSTING REGRESSION'S TEST COPIES OF
000090*                  ACCTMAST, BRCHMAST AND CALMAST FROM THE HAND-
000100*                  MAINTAINED FIXTURE FILE (POSTFIX), SO COBINITJ
000110*                  CAN DRIVE COBOLPROD AGAINST THE SAME STARTING
000120*                  BALANCES AND CALENDAR EVERY DAY.  ALL THE
000130*                  TARGETS ARE FRESHLY DEFINED CLUSTERS, REBUILT
000140*                  FROM SCRATCH ON EVERY RUN.
000150*                  ANY FIXTURE ROW THAT WILL NOT LOAD FAILS THE
000160*                  STEP (RC 8) - A PARTLY SEEDED MASTER WOULD
000170*                  ONLY MAKE THE COMPARISON FAIL FOR THE WRONG
000180*                  REASON.
000190*
000200* MODIFICATION HISTORY
000210* ---------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* ---------------------------------------------------------------
000240* 2026-10-15 IKS   ORIGINAL PROGRAM.
000250* 2026-10-15 IKS   "C" ROWS SEED THE TEST BUSINESS-DAY CALENDAR,
000260*                  SO THE BATCH DATE CHECK CAN BE EXERCISED.
000270*================================================================
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. POSTSEED.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT POSTFIX-FILE ASSIGN TO POSTFIX
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS PS-FIX-STATUS.
000370
000380     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS AM-ACCOUNT-ID
000420         FILE STATUS IS PS-MAST-STATUS.
000430
000440     SELECT BRCHMAST-FILE ASSIGN TO BRCHMAST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS BM-BRANCH-ID
000480         FILE STATUS IS PS-BRCH-STATUS.
000490
000500     SELECT CALMAST-FILE ASSIGN TO CALMAST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CM-CAL-DATE
000540         FILE STATUS IS PS-CAL-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580*----------------------------------------------------------
000590* POSTFIX-FILE - ONE 80-BYTE ROW PER FIXTURE RECORD.  A "B"
000600* ROW IS A BRANCH: ID COLS 2-5, NAME 6-35, STATUS 36, SYSTEM
000610* FLAG 37.  AN "A" ROW IS AN ACCOUNT: ID COLS 2-11, NAME
000620* 12-31, BALANCE 32-42 (9(09)V99) WITH "-" IN COL 43 WHEN
000630* OVERDRAWN, STATUS 44, OVERDRAFT LIMIT 45-53 (9(07)V99),
000640* HOME BRANCH 54-57.  A "C" ROW IS A CALENDAR ENTRY: DATE
000650* COLS 2-9 (YYYYMMDD, OR YYYY0000 FOR A YEAR RECORD), DAY
000660* TYPE 10 (H, B OR Y), DESCRIPTION 11-40.
000670*----------------------------------------------------------
000680 FD  POSTFIX-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  POSTFIX-RECORD.
000720     05  FX-ROW-TYPE                 PIC X(01).
000730         88  FX-BRANCH-ROW                  VALUE "B".
000740         88  FX-ACCOUNT-ROW                 VALUE "A".
000750         88  FX-CALENDAR-ROW                VALUE "C".
000760     05  FX-ACCOUNT-DATA.
000770         10  FX-ACCOUNT-ID           PIC X(10).
000780         10  FX-ACCOUNT-NAME         PIC X(20).
000790         10  FX-BALANCE              PIC 9(09)V99.
000800         10  FX-BALANCE-SIGN         PIC X(01).
000810             88  FX-BALANCE-NEGATIVE        VALUE "-".
000820             88  FX-BALANCE-SIGN-VALID      VALUES "-", " ".
000830         10  FX-ACCOUNT-STATUS       PIC X(01).
000840         10  FX-OVERDRAFT-LIMIT      PIC 9(07)V99.
000850         10  FX-HOME-BRANCH          PIC X(04).
000860         10  FILLER                  PIC X(23).
000870     05  FX-BRANCH-DATA REDEFINES FX-ACCOUNT-DATA.
000880         10  FX-BRANCH-ID            PIC X(04).
000890         10  FX-BRANCH-NAME          PIC X(30).
000900         10  FX-BRANCH-STATUS        PIC X(01).
000910         10  FX-BRANCH-SYSTEM        PIC X(01).
000920         10  FILLER                  PIC X(43).
000930     05  FX-CALENDAR-DATA REDEFINES FX-ACCOUNT-DATA.
000940         10  FX-CAL-DATE             PIC X(08).
000950         10  FX-CAL-DATE-9 REDEFINES FX-CAL-DATE
000960                                     PIC 9(08).
000970         10  FX-CAL-DAY-TYPE         PIC X(01).
000980         10  FX-CAL-DESCRIPTION      PIC X(30).
000990         10  FILLER                  PIC X(40).
001000
001010 FD  ACCTMAST-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 60 CHARACTERS.
001040     COPY ACCTMAST.
001050
001060 FD  BRCHMAST-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 80 CHARACTERS.
001090     COPY BRCHMAST.
001100
001110 FD  CALMAST-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 80 CHARACTERS.
001140     COPY CALMAST.
001150
001160 WORKING-STORAGE SECTION.
001170 77  PS-FIX-STATUS                   PIC X(02) VALUE SPACES.
001180 77  PS-MAST-STATUS                  PIC X(02) VALUE SPACES.
001190 77  PS-BRCH-STATUS                  PIC X(02) VALUE SPACES.
001200 77  PS-CAL-STATUS                   PIC X(02) VALUE SPACES.
001210 77  PS-FIX-EOF-SWITCH               PIC X(01) VALUE "N".
001220     88  PS-FIX-END-OF-FILE                 VALUE "Y".
001230 77  PS-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001240 77  PS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001250 77  PS-REJECT-REASON                PIC X(30) VALUE SPACES.
001260 77  PS-ROWS-READ                    PIC 9(05) COMP VALUE ZERO.
001270 77  PS-ACCOUNTS-LOADED              PIC 9(05) COMP VALUE ZERO.
001280 77  PS-BRANCHES-LOADED              PIC 9(05) COMP VALUE ZERO.
001290 77  PS-CAL-ENTRIES-LOADED           PIC 9(05) COMP VALUE ZERO.
001300 77  PS-ROWS-REJECTED                PIC 9(05) COMP VALUE ZERO.
001310
001320 PROCEDURE DIVISION.
001330*----------------------------------------------------------
001340* 0000-MAINLINE
001350*----------------------------------------------------------
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     IF PS-OVERALL-RC NOT = ZERO
001390         GO TO 0000-WRAP-UP
001400     END-IF.
001410     PERFORM 2000-LOAD-ROW THRU 2000-EXIT
001420         UNTIL PS-FIX-END-OF-FILE.
001430     IF PS-ROWS-READ = ZERO
001440         DISPLAY "POSTSEED - POSTFIX IS EMPTY - NOTHING SEEDED"
001450         MOVE 8 TO PS-OVERALL-RC
001460     END-IF.
001470 0000-WRAP-UP.
001480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001490 0000-EXIT.
001500     STOP RUN.
001510
001520*----------------------------------------------------------
001530* 1000-INITIALIZE
001540*----------------------------------------------------------
001550 1000-INITIALIZE.
001560     ACCEPT PS-CURRENT-DATE FROM DATE YYYYMMDD.
001570     OPEN INPUT POSTFIX-FILE.
001580     IF PS-FIX-STATUS NOT = "00"
001590         DISPLAY "POSTSEED - UNABLE TO OPEN POSTFIX - STATUS "
001600             PS-FIX-STATUS
001610         MOVE 8 TO PS-OVERALL-RC
001620         GO TO 1000-EXIT
001630     END-IF.
001640     OPEN OUTPUT ACCTMAST-FILE.
001650     IF PS-MAST-STATUS NOT = "00"
001660         DISPLAY "POSTSEED - UNABLE TO OPEN ACCTMAST - STATUS "
001670             PS-MAST-STATUS
001680         MOVE 8 TO PS-OVERALL-RC
001690         GO TO 1000-EXIT
001700     END-IF.
001710     OPEN OUTPUT BRCHMAST-FILE.
001720     IF PS-BRCH-STATUS NOT = "00"
001730         DISPLAY "POSTSEED - UNABLE TO OPEN BRCHMAST - STATUS "
001740             PS-BRCH-STATUS
001750         MOVE 8 TO PS-OVERALL-RC
001760         GO TO 1000-EXIT
001770     END-IF.
001780     OPEN OUTPUT CALMAST-FILE.
001790     IF PS-CAL-STATUS NOT = "00"
001800         DISPLAY "POSTSEED - UNABLE TO OPEN CALMAST - STATUS "
001810             PS-CAL-STATUS
001820         MOVE 8 TO PS-OVERALL-RC
001830         GO TO 1000-EXIT
001840     END-IF.
001850     PERFORM 2500-READ-POSTFIX THRU 2500-EXIT.
001860 1000-EXIT.
001870     EXIT.
001880
001890*----------------------------------------------------------
001900* 2000-LOAD-ROW
001910* A ROW THAT FAILS ITS EDIT OR WILL NOT WRITE IS REPORTED
001920* AND SKIPPED, AND THE STEP ENDS RC 8.
001930*----------------------------------------------------------
001940 2000-LOAD-ROW.
001950     ADD 1 TO PS-ROWS-READ.
001960     MOVE SPACES TO PS-REJECT-REASON.
001970     IF FX-ACCOUNT-ROW
001980         PERFORM 3000-LOAD-ACCOUNT THRU 3000-EXIT
001990     ELSE IF FX-BRANCH-ROW
002000         PERFORM 4000-LOAD-BRANCH THRU 4000-EXIT
002010     ELSE IF FX-CALENDAR-ROW
002020         PERFORM 5000-LOAD-CALENDAR THRU 5000-EXIT
002030     ELSE
002040         MOVE "ROW TYPE NOT A, B OR C" TO PS-REJECT-REASON
002050     END-IF.
002060     IF PS-REJECT-REASON NOT = SPACES
002070         ADD 1 TO PS-ROWS-REJECTED
002080         DISPLAY "POSTSEED - ROW " PS-ROWS-READ " REJECTED - "
002090             PS-REJECT-REASON
002100         MOVE 8 TO PS-OVERALL-RC
002110     END-IF.
002120     PERFORM 2500-READ-POSTFIX THRU 2500-EXIT.
002130 2000-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------
002170* 2500-READ-POSTFIX
002180*----------------------------------------------------------
002190 2500-READ-POSTFIX.
002200     READ POSTFIX-FILE
002210         AT END
002220             SET PS-FIX-END-OF-FILE TO TRUE
002230     END-READ.
002240 2500-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------
002280* 3000-LOAD-ACCOUNT
002290*----------------------------------------------------------
002300 3000-LOAD-ACCOUNT.
002310     IF FX-ACCOUNT-ID = SPACES
002320         MOVE "ACCOUNT ID BLANK" TO PS-REJECT-REASON
002330         GO TO 3000-EXIT
002340     END-IF.
002350     IF FX-BALANCE IS NOT NUMERIC
002360             OR NOT FX-BALANCE-SIGN-VALID
002370         MOVE "BALANCE NOT NUMERIC" TO PS-REJECT-REASON
002380         GO TO 3000-EXIT
002390     END-IF.
002400     IF FX-OVERDRAFT-LIMIT IS NOT NUMERIC
002410         MOVE "OVERDRAFT LIMIT NOT NUMERIC" TO PS-REJECT-REASON
002420         GO TO 3000-EXIT
002430     END-IF.
002440     IF FX-ACCOUNT-STATUS NOT = "O"
002450             AND FX-ACCOUNT-STATUS NOT = "C"
002460             AND FX-ACCOUNT-STATUS NOT = "B"
002470         MOVE "ACCOUNT STATUS NOT O, C OR B" TO PS-REJECT-REASON
002480         GO TO 3000-EXIT
002490     END-IF.
002500     MOVE SPACES TO ACCTMAST-RECORD.
002510     MOVE FX-ACCOUNT-ID TO AM-ACCOUNT-ID.
002520     MOVE FX-ACCOUNT-NAME TO AM-ACCOUNT-NAME.
002530     IF FX-BALANCE-NEGATIVE
002540         COMPUTE AM-BALANCE = ZERO - FX-BALANCE
002550     ELSE
002560         MOVE FX-BALANCE TO AM-BALANCE
002570     END-IF.
002580     MOVE FX-ACCOUNT-STATUS TO AM-STATUS.
002590     MOVE FX-OVERDRAFT-LIMIT TO AM-OVERDRAFT-LIMIT.
002600     MOVE FX-HOME-BRANCH TO AM-HOME-BRANCH.
002610     WRITE ACCTMAST-RECORD
002620         INVALID KEY
002630             MOVE "DUPLICATE ACCOUNT ID" TO PS-REJECT-REASON
002640         NOT INVALID KEY
002650             ADD 1 TO PS-ACCOUNTS-LOADED
002660     END-WRITE.
002670 3000-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------
002710* 4000-LOAD-BRANCH
002720* A SEEDED BRANCH HAS NO CUTOFF AND IS DATED TODAY.
002730*----------------------------------------------------------
002740 4000-LOAD-BRANCH.
002750     IF FX-BRANCH-ID = SPACES
002760         MOVE "BRANCH ID BLANK" TO PS-REJECT-REASON
002770         GO TO 4000-EXIT
002780     END-IF.
002790     IF FX-BRANCH-STATUS NOT = "O"
002800             AND FX-BRANCH-STATUS NOT = "C"
002810             AND FX-BRANCH-STATUS NOT = "S"
002820         MOVE "BRANCH STATUS NOT O, C OR S" TO PS-REJECT-REASON
002830         GO TO 4000-EXIT
002840     END-IF.
002850     IF FX-BRANCH-SYSTEM NOT = "Y"
002860             AND FX-BRANCH-SYSTEM NOT = "N"
002870             AND FX-BRANCH-SYSTEM NOT = SPACE
002880         MOVE "SYSTEM FLAG NOT Y OR N" TO PS-REJECT-REASON
002890         GO TO 4000-EXIT
002900     END-IF.
002910     MOVE SPACES TO BRCHMAST-RECORD.
002920     MOVE FX-BRANCH-ID TO BM-BRANCH-ID.
002930     MOVE FX-BRANCH-NAME TO BM-BRANCH-NAME.
002940     MOVE FX-BRANCH-STATUS TO BM-STATUS.
002950     MOVE ZERO TO BM-BATCH-CUTOFF.
002960     MOVE PS-CURRENT-DATE TO BM-OPENED-DATE.
002970     MOVE PS-CURRENT-DATE TO BM-STATUS-DATE.
002980     MOVE PS-CURRENT-DATE TO BM-LAST-MAINT-DATE.
002990     IF FX-BRANCH-SYSTEM = "Y"
003000         MOVE "Y" TO BM-SYSTEM-SWITCH
003010     ELSE
003020         MOVE "N" TO BM-SYSTEM-SWITCH
003030     END-IF.
003040     WRITE BRCHMAST-RECORD
003050         INVALID KEY
003060             MOVE "DUPLICATE BRANCH ID" TO PS-REJECT-REASON
003070         NOT INVALID KEY
003080             ADD 1 TO PS-BRANCHES-LOADED
003090     END-WRITE.
003100 4000-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------
003140* 5000-LOAD-CALENDAR
003150* A SEEDED CALENDAR ENTRY IS DATED TODAY.  THE FIXTURE IS
003160* TRUSTED TO PUT HOLIDAYS ON WEEKDAYS - ONLY THE FIELDS ARE
003170* EDITED HERE.
003180*----------------------------------------------------------
003190 5000-LOAD-CALENDAR.
003200     IF FX-CAL-DATE IS NOT NUMERIC
003210         MOVE "CALENDAR DATE NOT NUMERIC" TO PS-REJECT-REASON
003220         GO TO 5000-EXIT
003230     END-IF.
003240     IF FX-CAL-DAY-TYPE NOT = "H"
003250             AND FX-CAL-DAY-TYPE NOT = "B"
003260             AND FX-CAL-DAY-TYPE NOT = "Y"
003270         MOVE "DAY TYPE NOT H, B OR Y" TO PS-REJECT-REASON
003280         GO TO 5000-EXIT
003290     END-IF.
003300     MOVE SPACES TO CALMAST-RECORD.
003310     MOVE FX-CAL-DATE-9 TO CM-CAL-DATE.
003320     MOVE FX-CAL-DAY-TYPE TO CM-DAY-TYPE.
003330     MOVE FX-CAL-DESCRIPTION TO CM-DESCRIPTION.
003340     MOVE PS-CURRENT-DATE TO CM-ADDED-DATE.
003350     MOVE PS-CURRENT-DATE TO CM-LAST-MAINT-DATE.
003360     WRITE CALMAST-RECORD
003370         INVALID KEY
003380             MOVE "DUPLICATE CALENDAR DATE" TO PS-REJECT-REASON
003390         NOT INVALID KEY
003400             ADD 1 TO PS-CAL-ENTRIES-LOADED
003410     END-WRITE.
003420 5000-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------
003460* 9000-TERMINATE
003470*----------------------------------------------------------
003480 9000-TERMINATE.
003490     DISPLAY "POSTSEED - FIXTURE ROWS READ  " PS-ROWS-READ.
003500     DISPLAY "POSTSEED - ACCOUNTS LOADED    " PS-ACCOUNTS-LOADED.
003510     DISPLAY "POSTSEED - BRANCHES LOADED    " PS-BRANCHES-LOADED.
003520     DISPLAY "POSTSEED - CALENDAR ENTRIES   "
003530         PS-CAL-ENTRIES-LOADED.
003540     DISPLAY "POSTSEED - ROWS REJECTED      " PS-ROWS-REJECTED.
003550     CLOSE POSTFIX-FILE.
003560     CLOSE ACCTMAST-FILE.
003570     CLOSE BRCHMAST-FILE.
003580     CLOSE CALMAST-FILE.
003590     MOVE PS-OVERALL-RC TO RETURN-CODE.
003600 9000-EXIT.
003610     EXIT.
003620
003630 END PROGRAM POSTSEED.
