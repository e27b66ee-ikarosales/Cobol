000940*                  ALLOWED DEBITS THAT STILL LEAVE THE ACCOUNT
000950*                  BELOW ZERO ARE LISTED IN A SEPARATE OVERDRAWN
000960*                  SECTION OF POSTRPT FOR THE MORNING REVIEW.
000970* 2026-10-15 IKS   REVERSAL CARDS.  AN "R" CARD NAMES THE POSTING
000980*                  REFERENCE OF AN EARLIER PSTJRNL ENTRY AND POSTS
000990*                  ITS EXACT OPPOSITE - SAME ACCOUNT, SAME AMOUNT,
001000*                  OTHER SIDE - THROUGH THE ORDINARY MASTER,
001010*                  STATUS AND OVERDRAFT EDITS.  A REFERENCE NOT ON
001020*                  THE JOURNAL, ONE ALREADY REVERSED, OR ONE THAT
001030*                  IS ITSELF A REVERSAL IS REJECTED TO SUSPENSE.
001040*                  EVERY JOURNAL ENTRY NOW HAS A UNIQUE POSTING
001050*                  REFERENCE AND AN ENTRY TYPE; A REVERSAL ENTRY
001060*                  NAMES ITS ORIGINAL, AND ONCE THE POSTING FILES
001070*                  CLOSE THE ORIGINAL ENTRY IS REWRITTEN TO NAME
001080*                  ITS REVERSAL, SO THE PAIR READS AS ONE
001090*                  CORRECTION.
001100* 2026-10-15 IKS   FUNDS HOLDS.  A DEBIT IS NOW CHECKED AGAINST
001110*                  BALANCE PLUS OVERDRAFT LIMIT LESS EVERY
001120*                  ACTIVE, UNEXPIRED HOLD ON THE ACCOUNT
001130*                  (HOLDMAST, KEPT BY HOLDMNT AND HOLDEXP).  A
001140*                  DEBIT THE LIMIT WOULD ALLOW BUT THE HOLDS DO
001150*                  NOT IS REJECTED TO SUSPENSE AS "FUNDS ON
001160*                  HOLD".  NO HOLD MASTER YET MEANS NO HOLDS.
001170* 2026-10-15 IKS   EVERY JOURNAL ENTRY NOW CARRIES THE BRANCH OF
001180*                  ITS BATCH AND A SOURCE OF "B" (DAILY RUN), AND
001190*                  A CARD REJECTED TO SUSPENSE CARRIES ITS BATCH'S
001200*                  BRANCH IN COLS 69-72, SO A LATER SUSPENSE
001210*                  POSTING IS STILL CREDITED TO THE RIGHT BRANCH
001220*                  IN THE GENERAL LEDGER EXTRACT (GLEXTRCT).
001230* 2026-10-15 IKS   BRANCH MASTER.  EACH BATCH'S BRANCH IS LOOKED
001240*                  UP ON BRCHMAST (KEPT BY BRCHMNT) AS THE BATCH
001250*                  OPENS.  A BATCH FROM A BRANCH NOT ON FILE -
001260*                  WHICH INCLUDES A BLANK BRANCH AND THE OLD
001270*                  HEADERLESS DECK ("????") - OR FROM A CLOSED OR
001280*                  SUSPENDED BRANCH IS REJECTED WHOLE TO SUSPENSE
001290*                  AT ITS TRAILER WITH THE BRANCH REASON, AND ITS
001300*                  ROW IN THE BRANCH SECTION READS "BRANCH
001310*                  REFUSED".  POSTRPT ALSO LISTS EVERY POSTING ONE
001320*                  BRANCH MADE AGAINST AN ACCOUNT WHOSE HOME
001330*                  BRANCH (AM-HOME-BRANCH) IS ANOTHER.
001340* 2026-10-15 IKS   A BATCH FROM A SYSTEM BRANCH (BM-SYSTEM-BRANCH,
001350*                  E.G. THE STANDING ORDER BATCH FROM SOGEN) POSTS
001360*                  FOR THE ACCOUNTS' OWN BRANCHES AND IS LEFT OUT
001370*                  OF THE CROSS-BRANCH SECTION.
001380* 2026-10-15 IKS   POSTING TEST MODE.  "TEST" IN SYSIN COLS 17-20,
001390*                  WITH AN OPTIONAL BATCH COUNT IN COLS 21-24,
001400*                  STOPS THE RUN ONCE THAT MANY BATCHES HAVE
001410*                  COMMITTED, LEAVING THE CHECKPOINT AS A
001420*                  CANCELLED RUN WOULD, SO COBINITJ'S POSTING
001430*                  REGRESSION CAN DRIVE A REAL RESTART AGAINST
001440*                  ITS TEST FILES.
001450* 2026-10-15 IKS   BUSINESS-DAY CALENDAR (CALMAST, VIA BUSDAY).  A
001460*                  RUN ON A NON-BUSINESS DAY STOPS (RC 8) UNLESS
001470*                  SYSIN COLS 41-48 SAY "OVERRIDE".  A BATCH MUST
001480*                  BE DATED THE RUN DATE OR THE PREVIOUS BUSINESS
001490*                  DAY; ANY OTHER DATE REFUSES THE WHOLE BATCH AT
001500*                  ITS TRAILER, AND ITS BRANCH ROW READS "DATE
001510*                  REFUSED".  A TEST RUN MAY NAME THE DATE IT RUNS
001520*                  AS OF IN SYSIN COLS 25-32.
001530* 2026-10-15 IKS   A CARD SUSPENDED WITH A BATCH REFUSED FOR ITS
001540*                  BRANCH OR ITS DATE NOW CARRIES THE REFUSAL IN
001550*                  SUSPENSE COL 57 ("R" BRANCH, "D" DATE), SO
001560*                  SUSPROC HOLDS IT UNTIL A CORRECTION RELEASES IT
001570*                  INSTEAD OF POSTING IT THE NEXT DAY.  HELD FUNDS
001580*                  ARE NOW WORKED OUT AS OF PR-PROCESS-DATE, THE
001590*                  DAY BEING POSTED, NOT THE SYSTEM DATE.
001600*================================================================
001610 IDENTIFICATION DIVISION.
001620 PROGRAM-ID. COBOLPROD.
001630
001640 ENVIRONMENT DIVISION.
001650 INPUT-OUTPUT SECTION.
001660 FILE-CONTROL.
001670     SELECT PARM-FILE ASSIGN TO SYSIN
001680         ORGANIZATION IS LINE SEQUENTIAL
001690         FILE STATUS IS PF-FILE-STATUS.
001700
001710     SELECT TRANFILE-FILE ASSIGN TO TRANFILE
001720         ORGANIZATION IS SEQUENTIAL
001730         FILE STATUS IS PR-TRAN-STATUS.
001740
001750     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
001760         ORGANIZATION IS INDEXED
001770         ACCESS MODE IS RANDOM
001780         RECORD KEY IS AM-ACCOUNT-ID
001790         FILE STATUS IS PR-MAST-STATUS.
001800
001810     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
001820         ORGANIZATION IS SEQUENTIAL
001830         FILE STATUS IS PR-SUSP-STATUS.
001840
001850     SELECT POSTRPT-FILE ASSIGN TO POSTRPT
001860         ORGANIZATION IS SEQUENTIAL
001870         FILE STATUS IS PR-RPT-STATUS.
001880
001890     SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
001900         ORGANIZATION IS SEQUENTIAL
001910         FILE STATUS IS PR-JRNL-STATUS.
001920
001930     SELECT POSTCTL-FILE ASSIGN TO POSTCTL
001940         ORGANIZATION IS SEQUENTIAL
001950         FILE STATUS IS PR-CTL-STATUS.
001960
001970     SELECT POSTCHK-FILE ASSIGN TO POSTCHK
001980         ORGANIZATION IS SEQUENTIAL
001990         FILE STATUS IS PR-CHK-STATUS.
002000
002010     SELECT HOLDMAST-FILE ASSIGN TO HOLDMAST
002020         ORGANIZATION IS INDEXED
002030         ACCESS MODE IS DYNAMIC
002040         RECORD KEY IS HM-KEY
002050         FILE STATUS IS PR-HOLD-STATUS.
002060
002070     SELECT BRCHMAST-FILE ASSIGN TO BRCHMAST
002080         ORGANIZATION IS INDEXED
002090         ACCESS MODE IS RANDOM
002100         RECORD KEY IS BM-BRANCH-ID
002110         FILE STATUS IS PR-BRCH-STATUS.
002120
002130 DATA DIVISION.
002140 FILE SECTION.
002150*----------------------------------------------------------
002160* SYSIN CARD - COLS 1-16 THE OPERATOR ID.  COLS 17-20 "TEST"
002170* MARK A POSTING TEST RUN AGAINST TEST COPIES OF THE FILES;
002180* COLS 21-24 THEN OPTIONALLY NAME HOW MANY BATCHES TO COMMIT
002190* BEFORE THE RUN STOPS SHORT, AS IF CANCELLED.  THE SAME CARD
002200* WITHOUT THE BATCH COUNT RESUMES FROM THE CHECKPOINT.
002210*----------------------------------------------------------
002220 FD  PARM-FILE
002230     LABEL RECORDS ARE STANDARD.
002240 01  PARM-RECORD.
002250     05  PARM-OPERATOR-ID            PIC X(16).
002260     05  PARM-RUN-MODE               PIC X(04).
002270     05  PARM-TEST-STOP-AFTER        PIC X(04).
002280     05  PARM-AS-OF-DATE             PIC X(08).
002290     05  PARM-AS-OF-DATE-9 REDEFINES PARM-AS-OF-DATE
002300                                     PIC 9(08).
002310     05  FILLER                      PIC X(08).
002320     05  PARM-OVERRIDE               PIC X(08).
002330
002340*----------------------------------------------------------
002350* TRANFILE - THE DAY'S POSTING TRANSACTIONS, ONE BATCH PER
002360* BRANCH.  AN "H" HEADER CARD CARRIES THE BRANCH ID AND
002370* BATCH DATE; "D" DETAIL CARDS CARRY ACCOUNT, DEBIT/CREDIT
002380* CODE, AND AMOUNT; EACH BATCH'S "T" TRAILER CARRIES THAT
002390* BATCH'S DETAIL COUNT AND AMOUNT HASH TOTAL, CHECKED WHEN
002400* THE TRAILER ARRIVES.  A DECK WITH NO "H" CARD (THE OLD
002410* SINGLE-BATCH FORMAT) RUNS AS ONE UNNAMED BATCH, WHICH -
002420* NAMING NO BRANCH ON THE BRANCH MASTER - IS REFUSED WHOLE.
002430* AN "R" REVERSAL CARD CARRIES THE ACCOUNT AND, IN COLS
002440* 22-41, THE POSTING REFERENCE OF THE JOURNAL ENTRY TO BACK
002450* OUT; ITS C/D CODE IS IGNORED AND ITS AMOUNT IS OPTIONAL
002460* (CHECKED AGAINST THE ORIGINAL WHEN KEYED).  "R" CARDS
002470* COUNT AND HASH IN THE TRAILER LIKE "D" CARDS.
002480*----------------------------------------------------------
002490 FD  TRANFILE-FILE
002500     LABEL RECORDS ARE STANDARD
002510     RECORD CONTAINS 80 CHARACTERS.
002520 01  TRAN-RECORD.
002530     05  TN-RECORD-TYPE              PIC X(01).
002540         88  TN-HEADER-RECORD               VALUE "H".
002550         88  TN-DETAIL-RECORD               VALUE "D".
002560         88  TN-REVERSAL-RECORD             VALUE "R".
002570         88  TN-TRAILER-RECORD              VALUE "T".
002580     05  TN-DETAIL-DATA.
002590         10  TN-ACCOUNT-ID           PIC X(10).
002600         10  TN-TRAN-CODE            PIC X(01).
002610             88  TN-CREDIT                  VALUE "C".
002620             88  TN-DEBIT                   VALUE "D".
002630         10  TN-AMOUNT               PIC 9(07)V99.
002640         10  TN-AMOUNT-X REDEFINES TN-AMOUNT
002650                                     PIC X(09).
002660         10  TN-REVERSE-REF          PIC X(20).
002670         10  FILLER                  PIC X(39).
002680     05  TN-TRAILER-DATA REDEFINES TN-DETAIL-DATA.
002690         10  TN-TRL-COUNT            PIC 9(06).
002700         10  TN-TRL-HASH             PIC 9(11)V99.
002710         10  FILLER                  PIC X(60).
002720     05  TN-HEADER-DATA REDEFINES TN-DETAIL-DATA.
002730         10  TN-HDR-BRANCH-ID        PIC X(04).
002740         10  TN-HDR-BATCH-DATE       PIC 9(08).
002750         10  FILLER                  PIC X(67).
002760
002770 FD  ACCTMAST-FILE
002780     LABEL RECORDS ARE STANDARD
002790     RECORD CONTAINS 60 CHARACTERS.
002800     COPY ACCTMAST.
002810
002820*----------------------------------------------------------
002830* SUSPENSE-FILE - THE REJECTED CARD AS READ, WITH THE BRANCH
002840* OF ITS BATCH IN COLS 69-72 (UNUSED ON TRANFILE).  COL 57
002850* SAYS WHY A WHOLE BATCH WAS REFUSED WHEN THAT WAS FOR ITS
002860* BRANCH ("R") OR ITS DATE ("D"); BLANK OTHERWISE.
002870*----------------------------------------------------------
002880 FD  SUSPENSE-FILE
002890     LABEL RECORDS ARE STANDARD
002900     RECORD CONTAINS 80 CHARACTERS.
002910 01  SUSPENSE-RECORD.
002920     05  FILLER                      PIC X(56).
002930     05  SR-REFUSAL-FLAG             PIC X(01).
002940     05  FILLER                      PIC X(11).
002950     05  SR-ORIG-BRANCH-ID           PIC X(04).
002960     05  FILLER                      PIC X(08).
002970
002980 FD  POSTRPT-FILE
002990     LABEL RECORDS ARE STANDARD
003000     RECORD CONTAINS 132 CHARACTERS.
003010 01  POSTRPT-RECORD                  PIC X(132).
003020
003030 FD  PSTJRNL-FILE
003040     LABEL RECORDS ARE STANDARD
003050     RECORD CONTAINS 120 CHARACTERS.
003060     COPY PSTJRNL.
003070
003080*----------------------------------------------------------
003090* POSTCTL-FILE - ONE RECORD PER INPUT THIS PROGRAM HAS
003100* COMPLETELY PROCESSED, IDENTIFIED BY THE INPUT'S DETAIL
003110* COUNT AND AMOUNT HASH.  A RESUBMISSION THAT MATCHES A
003120* COMPLETED RECORD IS REFUSED BEFORE ANYTHING POSTS.
003130*----------------------------------------------------------
003140 FD  POSTCTL-FILE
003150     LABEL RECORDS ARE STANDARD
003160     RECORD CONTAINS 80 CHARACTERS.
003170 01  POSTCTL-RECORD.
003180     05  PC-RUN-DATE                 PIC 9(08).
003190     05  PC-TRAN-COUNT               PIC 9(07).
003200     05  PC-HASH-TOTAL               PIC 9(11)V99.
003210     05  PC-STATUS                   PIC X(01).
003220         88  PC-RUN-COMPLETE                VALUE "C".
003230     05  FILLER                      PIC X(51).
003240
003250*----------------------------------------------------------
003260* POSTCHK-FILE - SINGLE-RECORD CHECKPOINT, REWRITTEN AS
003270* EACH DETAIL'S MASTER REWRITE COMMITS AND AGAIN AT EVERY
003280* BATCH BOUNDARY, AND TRUNCATED EMPTY WHEN THE RUN
003290* COMPLETES.  A NON-EMPTY CHECKPOINT AT STARTUP MEANS THE
003300* PRIOR RUN DIED MID-FILE; IF IT NAMES THIS SAME INPUT THE
003310* RUN RESUMES AFTER THE LAST COMMITTED BATCH AND, WITHIN
003320* THE BATCH THAT WAS UNDER WAY, AFTER ITS LAST COMMITTED
003330* DETAIL - NOTHING POSTS TWICE.
003340*----------------------------------------------------------
003350 FD  POSTCHK-FILE
003360     LABEL RECORDS ARE STANDARD
003370     RECORD CONTAINS 80 CHARACTERS.
003380 01  POSTCHK-RECORD.
003390     05  PK-RUN-DATE                 PIC 9(08).
003400     05  PK-RUN-TIME                 PIC 9(08).
003410     05  PK-TRAN-COUNT               PIC 9(07).
003420     05  PK-HASH-TOTAL               PIC 9(11)V99.
003430     05  PK-BATCHES-DONE             PIC 9(04).
003440     05  PK-DETAILS-DONE             PIC 9(04).
003450     05  PK-OVERALL-RC               PIC 9(02).
003460     05  FILLER                      PIC X(34).
003470
003480 FD  HOLDMAST-FILE
003490     LABEL RECORDS ARE STANDARD
003500     RECORD CONTAINS 120 CHARACTERS.
003510     COPY HOLDMAST.
003520
003530 FD  BRCHMAST-FILE
003540     LABEL RECORDS ARE STANDARD
003550     RECORD CONTAINS 80 CHARACTERS.
003560     COPY BRCHMAST.
003570
003580 WORKING-STORAGE SECTION.
003590 01  OPERATOR-ID                     PIC X(16) VALUE "OPER001".
003600 01  SAIDA                           PIC X(16).
003610 01  COBOLINIT-STATUS                PIC 9(02) VALUE ZERO.
003620 01  RUN-TIMESTAMP.
003630     05  RUN-TS-DATE                 PIC 9(08).
003640     05  RUN-TS-TIME                 PIC 9(08).
003650 01  OPERATOR-AUTHORITY              PIC 9(02) VALUE ZERO.
003660     COPY BOOK.
003670     COPY BDAYPARM.
003680
003690*----------------------------------------------------------
003700* MINIMUM OM-AUTHORITY-LEVEL AN OPERATOR NEEDS BEFORE THIS
003710* PROGRAM WILL RUN PRODUCTION PROCESSING UNDER THEIR ID.
003720*----------------------------------------------------------
003730 77  REQUIRED-AUTHORITY              PIC 9(02) VALUE 50.
003740 77  PF-FILE-STATUS                  PIC X(02) VALUE SPACES.
003750 77  PF-EOF-SWITCH                   PIC X(01) VALUE "N".
003760     88  PF-END-OF-FILE                      VALUE "Y".
003770
003780 77  PR-TRAN-STATUS                  PIC X(02) VALUE SPACES.
003790 77  PR-MAST-STATUS                  PIC X(02) VALUE SPACES.
003800 77  PR-SUSP-STATUS                  PIC X(02) VALUE SPACES.
003810 77  PR-RPT-STATUS                   PIC X(02) VALUE SPACES.
003820 77  PR-JRNL-STATUS                  PIC X(02) VALUE SPACES.
003830 77  PR-CTL-STATUS                   PIC X(02) VALUE SPACES.
003840 77  PR-CHK-STATUS                   PIC X(02) VALUE SPACES.
003850 77  PR-HOLD-STATUS                  PIC X(02) VALUE SPACES.
003860 77  PR-BRCH-STATUS                  PIC X(02) VALUE SPACES.
003870 77  PR-SCAN-EOF-SWITCH              PIC X(01) VALUE "N".
003880     88  PR-SCAN-END-OF-FILE                VALUE "Y".
003890 77  PR-CTL-EOF-SWITCH               PIC X(01) VALUE "N".
003900     88  PR-CTL-END-OF-FILE                 VALUE "Y".
003910 77  PR-CHK-EOF-SWITCH               PIC X(01) VALUE "N".
003920     88  PR-CHK-END-OF-FILE                 VALUE "Y".
003930 77  PR-JSCAN-EOF-SWITCH             PIC X(01) VALUE "N".
003940     88  PR-JSCAN-END-OF-FILE               VALUE "Y".
003950 77  PR-TRAN-EOF-SWITCH              PIC X(01) VALUE "N".
003960     88  PR-TRAN-END-OF-FILE                VALUE "Y".
003970 77  PR-TRAILER-SWITCH               PIC X(01) VALUE "N".
003980     88  PR-TRAILER-SEEN                    VALUE "Y".
003990 77  PR-OVERALL-RC                   PIC 9(02) VALUE ZERO.
004000 77  PR-REJECT-REASON                PIC X(30) VALUE SPACES.
004010
004020 77  PR-TRANS-READ                   PIC 9(07) COMP VALUE ZERO.
004030 77  PR-DETAIL-COUNT                 PIC 9(07) COMP VALUE ZERO.
004040 77  PR-TRANS-POSTED                 PIC 9(07) COMP VALUE ZERO.
004050 77  PR-TRANS-REJECTED               PIC 9(07) COMP VALUE ZERO.
004060 77  PR-REVERSALS-POSTED             PIC 9(07) COMP VALUE ZERO.
004070
004080 77  PR-HASH-TOTAL                   PIC S9(11)V99 COMP-3
004090                                     VALUE ZERO.
004100 77  PR-POSTED-AMOUNT                PIC S9(11)V99 COMP-3
004110                                     VALUE ZERO.
004120 77  PR-REJECTED-AMOUNT              PIC S9(11)V99 COMP-3
004130                                     VALUE ZERO.
004140
004150*----------------------------------------------------------
004160* TRAILER CONTROL TOTALS SAVED OFF THE "T" CARD - THE FILE
004170* RECORD AREA IS REUSED AS SCRATCH WHILE THE BATCH'S
004180* BUFFERED CARDS ARE DISPOSED OF.
004190*----------------------------------------------------------
004200 77  PR-TRL-COUNT                    PIC 9(06) VALUE ZERO.
004210 77  PR-TRL-HASH                     PIC S9(11)V99 COMP-3
004220                                     VALUE ZERO.
004230
004240*----------------------------------------------------------
004250* STATE OF THE BATCH CURRENTLY BEING READ.  DETAILS ARE
004260* BUFFERED IN PR-BATCH-TABLE AND ONLY POST ONCE THE BATCH'S
004270* TRAILER PROVES ITS COUNT AND HASH, SO AN OUT-OF-BALANCE
004280* BATCH CAN BE REJECTED WHOLE WITHOUT BACKING POSTINGS OUT
004290* OF THE MASTER.  A DECK THAT OPENS WITH DETAILS AND NO "H"
004300* RUNS AS ONE UNNAMED BATCH (BRANCH "????").  THE BRANCH IS
004310* CHECKED AS THE BATCH OPENS; PR-BATCH-BRANCH-REASON IS
004320* SPACES FOR AN OPEN BRANCH ON THE MASTER, OTHERWISE THE
004330* REASON THE WHOLE BATCH WILL BE REFUSED AT ITS TRAILER.
004340*----------------------------------------------------------
004350 77  PR-BATCH-OPEN-SWITCH            PIC X(01) VALUE "N".
004360     88  PR-BATCH-OPEN                      VALUE "Y".
004370 77  PR-BATCH-OVFL-SWITCH            PIC X(01) VALUE "N".
004380     88  PR-BATCH-OVERFLOWED                VALUE "Y".
004390 77  PR-BATCH-BRANCH-ID              PIC X(04) VALUE SPACES.
004400 77  PR-BATCH-DATE                   PIC 9(08) VALUE ZERO.
004410 77  PR-BATCH-MAX                    PIC 9(04) COMP VALUE 999.
004420 77  PR-BATCH-DTL-COUNT              PIC 9(04) COMP VALUE ZERO.
004430 77  PR-BATCH-SUB                    PIC 9(04) COMP VALUE ZERO.
004440 77  PR-BATCH-HASH                   PIC S9(11)V99 COMP-3
004450                                     VALUE ZERO.
004460 77  PR-BATCH-REASON                 PIC X(30) VALUE SPACES.
004470 77  PR-BATCH-BAL-FLAG               PIC X(01) VALUE "Y".
004480 77  PR-SUSP-REFUSAL-FLAG            PIC X(01) VALUE SPACE.
004490 77  PR-BATCH-BRANCH-REASON          PIC X(30) VALUE SPACES.
004500 77  PR-BATCH-SYSTEM-SWITCH          PIC X(01) VALUE "N".
004510     88  PR-BATCH-SYSTEM-BRANCH             VALUE "Y".
004520
004530 01  PR-BATCH-TABLE.
004540     05  PR-BATCH-CARD OCCURS 999 TIMES
004550                                     PIC X(80).
004560
004570*----------------------------------------------------------
004580* COUNTER SNAPSHOTS TAKEN AS EACH BATCH IS DISPOSED OF, SO
004590* THE BATCH'S OWN POSTED/REJECTED FIGURES CAN BE PEELED OFF
004600* THE RUN TOTALS FOR THE PER-BRANCH BALANCE SECTION.
004610*----------------------------------------------------------
004620 77  PR-SAVE-POSTED                  PIC 9(07) COMP VALUE ZERO.
004630 77  PR-SAVE-REJECTED                PIC 9(07) COMP VALUE ZERO.
004640 77  PR-SAVE-POSTED-AMT              PIC S9(11)V99 COMP-3
004650                                     VALUE ZERO.
004660 77  PR-SAVE-REJECT-AMT              PIC S9(11)V99 COMP-3
004670                                     VALUE ZERO.
004680
004690 77  PR-ALL-BALANCED-SWITCH          PIC X(01) VALUE "Y".
004700     88  PR-ALL-BALANCED                    VALUE "Y".
004710
004720*----------------------------------------------------------
004730* OVERDRAFT CONTROL.  A DEBIT IS ALLOWED UP TO BALANCE
004740* PLUS THE ACCOUNT'S OVERDRAFT LIMIT (A BLANK LIMIT ON A
004750* PRE-LIMIT MASTER RECORD READS AS ZERO).  EVERY ACCOUNT
004760* A POSTED DEBIT LEAVES BELOW ZERO IS COLLECTED HERE FOR
004770* THE OVERDRAWN SECTION OF POSTRPT.
004780*----------------------------------------------------------
004790 77  PR-ODRAFT-LIMIT                 PIC 9(07)V99 COMP-3
004800                                     VALUE ZERO.
004810 77  PR-AVAIL-FUNDS                  PIC S9(11)V99 COMP-3
004820                                     VALUE ZERO.
004830 77  PR-OD-MAX                       PIC 9(03) COMP VALUE 200.
004840 77  PR-OD-COUNT                     PIC 9(03) COMP VALUE ZERO.
004850 77  PR-OD-SUB                       PIC 9(03) COMP VALUE ZERO.
004860 77  PR-OD-FOUND                     PIC 9(03) COMP VALUE ZERO.
004870
004880*----------------------------------------------------------
004890* FUNDS HOLDS.  THE ACTIVE HOLDS ON AN ACCOUNT ARE SUMMED
004900* FROM HOLDMAST FOR EACH DEBIT AND TAKEN OFF THE FUNDS THE
004910* DEBIT MAY USE.  PR-HOLDS-ABSENT WHEN THE HOLD MASTER HAS
004920* NOT BEEN BUILT YET.
004930*----------------------------------------------------------
004940 77  PR-HOLDS-SWITCH                 PIC X(01) VALUE "Y".
004950     88  PR-HOLDS-PRESENT                   VALUE "Y".
004960     88  PR-HOLDS-ABSENT                    VALUE "N".
004970 77  PR-HSCAN-EOF-SWITCH             PIC X(01) VALUE "N".
004980     88  PR-HSCAN-END-OF-FILE               VALUE "Y".
004990 77  PR-HELD-FUNDS                   PIC S9(11)V99 COMP-3
005000                                     VALUE ZERO.
005010
005020 01  PR-ODRAFT-TABLE.
005030     05  PR-ODRAFT-ENTRY OCCURS 200 TIMES.
005040         10  PR-OD-ACCOUNT           PIC X(10).
005050         10  PR-OD-BALANCE           PIC S9(09)V99 COMP-3.
005060
005070*----------------------------------------------------------
005080* CROSS-BRANCH POSTINGS.  EVERY POSTING A BATCH MAKES TO AN
005090* ACCOUNT WHOSE HOME BRANCH IS ANOTHER BRANCH IS COLLECTED
005100* HERE FOR THE CROSS-BRANCH SECTION OF POSTRPT.  AN ACCOUNT
005110* WITH NO HOME BRANCH YET IS NOT COLLECTED.  A DAY WITH MORE
005120* THAN THE TABLE HOLDS STILL POSTS; THE SECTION COUNTS THE
005130* POSTINGS IT COULD NOT LIST.
005140*----------------------------------------------------------
005150 77  PR-XB-MAX                       PIC 9(04) COMP VALUE 500.
005160 77  PR-XB-COUNT                     PIC 9(04) COMP VALUE ZERO.
005170 77  PR-XB-SUB                       PIC 9(04) COMP VALUE ZERO.
005180 77  PR-XB-NOT-LISTED                PIC 9(07) COMP VALUE ZERO.
005190
005200 01  PR-XBRANCH-TABLE.
005210     05  PR-XBRANCH-ENTRY OCCURS 500 TIMES.
005220         10  PR-XB-POST-BRANCH       PIC X(04).
005230         10  PR-XB-HOME-BRANCH       PIC X(04).
005240         10  PR-XB-ACCOUNT           PIC X(10).
005250         10  PR-XB-TRAN-CODE         PIC X(01).
005260         10  PR-XB-AMOUNT            PIC 9(07)V99 COMP-3.
005270         10  PR-XB-POSTING-REF       PIC X(20).
005280
005290*----------------------------------------------------------
005300* JOURNAL POSTING REFERENCE.  EVERY ENTRY THIS RUN WRITES IS
005310* KEYED BY RUN DATE, RUN TIME (HHMMSS) AND A SEQUENCE THAT
005320* COUNTS UP THROUGH THE RUN - UNIQUE ACROSS RUNS, AND A
005330* RESTARTED RUN GETS A NEW RUN TIME OF ITS OWN.
005340*----------------------------------------------------------
005350 77  PR-JRNL-SEQUENCE                PIC 9(06) VALUE ZERO.
005360
005370*----------------------------------------------------------
005380* REVERSAL CONTROL.  THE PRE-SCAN COLLECTS THE REFERENCE
005390* EVERY "R" CARD NAMES, AND 1800 LOOKS EACH ONE UP ON
005400* PSTJRNL - THE ENTRY IT NAMES, AND ANY REVERSAL ALREADY
005410* POSTED AGAINST IT.  PR-RV-REVERSED-BY IS SET AS A
005420* REVERSAL POSTS; PR-RV-MARKED-SWITCH SAYS WHETHER THE
005430* ORIGINAL ENTRY ON THE JOURNAL ALREADY NAMES ITS REVERSAL
005440* (8800 REWRITES THE ONES THAT DO NOT).
005450*----------------------------------------------------------
005460 77  PR-RV-MAX                       PIC 9(03) COMP VALUE 200.
005470 77  PR-RV-COUNT                     PIC 9(03) COMP VALUE ZERO.
005480 77  PR-RV-SUB                       PIC 9(03) COMP VALUE ZERO.
005490 77  PR-RV-FOUND                     PIC 9(03) COMP VALUE ZERO.
005500 77  PR-RV-TO-MARK                   PIC 9(03) COMP VALUE ZERO.
005510 77  PR-RV-MARKED-COUNT              PIC 9(03) COMP VALUE ZERO.
005520 77  PR-RV-KEY                       PIC X(20) VALUE SPACES.
005530 77  PR-SAVE-CARD                    PIC X(80) VALUE SPACES.
005540
005550 01  PR-REVERSAL-TABLE.
005560     05  PR-REVERSAL-ENTRY OCCURS 200 TIMES.
005570         10  PR-RV-REF               PIC X(20).
005580         10  PR-RV-ON-FILE-SWITCH    PIC X(01).
005590             88  PR-RV-ON-FILE              VALUE "Y".
005600         10  PR-RV-ACCOUNT           PIC X(10).
005610         10  PR-RV-TRAN-CODE         PIC X(01).
005620         10  PR-RV-AMOUNT            PIC 9(07)V99.
005630         10  PR-RV-ENTRY-TYPE        PIC X(01).
005640             88  PR-RV-IS-REVERSAL          VALUE "R".
005650         10  PR-RV-REVERSED-BY       PIC X(20).
005660         10  PR-RV-MARKED-SWITCH     PIC X(01).
005670             88  PR-RV-MARKED               VALUE "Y".
005680
005690*----------------------------------------------------------
005700* RUN CONTROL.  THE INPUT'S IDENTITY IS ITS DETAIL COUNT
005710* AND AMOUNT HASH, TAKEN BY A PRE-SCAN BEFORE ANYTHING
005720* POSTS.  A POSTCTL RECORD MATCHING A COMPLETED RUN REFUSES
005730* THE RESUBMISSION; A POSTCHK CHECKPOINT NAMING THIS SAME
005740* INPUT RESUMES AFTER THE LAST COMMITTED BATCH.
005750*----------------------------------------------------------
005760 77  PR-SCAN-COUNT                   PIC 9(07) VALUE ZERO.
005770 77  PR-SCAN-HASH                    PIC S9(11)V99 COMP-3
005780                                     VALUE ZERO.
005790 77  PR-DUP-FOUND-SWITCH             PIC X(01) VALUE "N".
005800     88  PR-DUP-FOUND                       VALUE "Y".
005810 77  PR-DUP-RUN-DATE                 PIC 9(08) VALUE ZERO.
005820 77  PR-BATCHES-DONE                 PIC 9(04) VALUE ZERO.
005830 77  PR-BATCHES-TO-SKIP              PIC 9(04) VALUE ZERO.
005840 77  PR-BATCHES-SKIPPED              PIC 9(04) VALUE ZERO.
005850 77  PR-DETAILS-DONE                 PIC 9(04) VALUE ZERO.
005860 77  PR-DETAILS-TO-SKIP              PIC 9(04) VALUE ZERO.
005870 77  PR-RESTART-RC                   PIC 9(02) VALUE ZERO.
005880 77  PR-RUN-PROCESSED-SWITCH         PIC X(01) VALUE "N".
005890     88  PR-RUN-PROCESSED                   VALUE "Y".
005900
005910*----------------------------------------------------------
005920* POSTING TEST MODE (SYSIN COLS 17-24).  A STOPPED TEST RUN
005930* RECORDS NO COMPLETION AND KEEPS ITS CHECKPOINT.
005940*----------------------------------------------------------
005950 77  PR-RUN-MODE-SWITCH              PIC X(01) VALUE "N".
005960     88  PR-TEST-RUN                        VALUE "Y".
005970 77  PR-TEST-STOP-AFTER              PIC 9(04) VALUE ZERO.
005980 77  PR-TEST-STOP-SWITCH             PIC X(01) VALUE "N".
005990     88  PR-TEST-STOPPED                    VALUE "Y".
006000 77  PR-AS-OF-DATE                   PIC 9(08) VALUE ZERO.
006010
006020*----------------------------------------------------------
006030* BUSINESS-DAY CALENDAR.  PR-PROCESS-DATE IS THE DATE THE
006040* RUN COUNTS AS (THE RUN DATE, OR A TEST RUN'S AS-OF DATE);
006050* A BATCH IS ACCEPTED FOR IT OR FOR PR-PRIOR-BUS-DATE, THE
006060* BUSINESS DAY BEFORE IT.  PR-BATCH-DATE-REASON IS SET AS
006070* EACH BATCH OPENS, AS PR-BATCH-BRANCH-REASON IS.
006080*----------------------------------------------------------
006090 77  PR-OVERRIDE-SWITCH              PIC X(01) VALUE "N".
006100     88  PR-CALENDAR-OVERRIDE               VALUE "Y".
006110 77  PR-PROCESS-DATE                 PIC 9(08) VALUE ZERO.
006120 77  PR-PRIOR-BUS-DATE               PIC 9(08) VALUE ZERO.
006130 77  PR-BATCH-DATE-REASON            PIC X(30) VALUE SPACES.
006140
006150*----------------------------------------------------------
006160* PER-BRANCH SUMMARY - ONE ROW PER BRANCH SEEN IN TRANFILE,
006170* ACCUMULATED AS EACH BATCH CLOSES AND PRINTED AS THE
006180* BRANCH BALANCE SECTION OF POSTRPT.
006190*----------------------------------------------------------
006200 77  PR-BRANCH-MAX                   PIC 9(03) COMP VALUE 50.
006210 77  PR-BRANCH-COUNT                 PIC 9(03) COMP VALUE ZERO.
006220 77  PR-BRANCH-SUB                   PIC 9(03) COMP VALUE ZERO.
006230 77  PR-BRANCH-FOUND                 PIC 9(03) COMP VALUE ZERO.
006240
006250 01  PR-BRANCH-TABLE.
006260     05  PR-BRANCH-ENTRY OCCURS 50 TIMES.
006270         10  PR-BR-BRANCH-ID         PIC X(04).
006280         10  PR-BR-DETAILS           PIC 9(06) COMP.
006290         10  PR-BR-POSTED            PIC 9(06) COMP.
006300         10  PR-BR-REJECTED          PIC 9(06) COMP.
006310         10  PR-BR-HASH              PIC S9(11)V99 COMP-3.
006320         10  PR-BR-POSTED-AMT        PIC S9(11)V99 COMP-3.
006330         10  PR-BR-REJECT-AMT        PIC S9(11)V99 COMP-3.
006340         10  PR-BR-BALANCE-FLAG      PIC X(01).
006350
006360 01  PR-RPT-HEADING-1.
006370     05  FILLER                      PIC X(33)
006380             VALUE "COBOLPROD DAILY POSTING REPORT".
006390     05  FILLER                      PIC X(06) VALUE "DATE: ".
006400     05  PR-HDG-DATE                 PIC 9(08).
006410     05  FILLER                      PIC X(85) VALUE SPACES.
006420
006430 01  PR-RPT-HEADING-2.
006440     05  FILLER                      PIC X(10)
006450             VALUE "OPERATOR: ".
006460     05  PR-HDG-OPERATOR-ID          PIC X(16).
006470     05  FILLER                      PIC X(02) VALUE " (".
006480     05  PR-HDG-OPERATOR-NAME        PIC X(16).
006490     05  FILLER                      PIC X(01) VALUE ")".
006500     05  FILLER                      PIC X(87) VALUE SPACES.
006510
006520 01  PR-RPT-REJECT-LINE.
006530     05  FILLER                      PIC X(10)
006540             VALUE "REJECTED  ".
006550     05  PR-REJ-ACCOUNT              PIC X(10).
006560     05  FILLER                      PIC X(02) VALUE SPACES.
006570     05  PR-REJ-CODE                 PIC X(01).
006580     05  FILLER                      PIC X(02) VALUE SPACES.
006590     05  PR-REJ-AMOUNT               PIC X(09).
006600     05  FILLER                      PIC X(03) VALUE " - ".
006610     05  PR-REJ-REASON               PIC X(30).
006620     05  FILLER                      PIC X(65) VALUE SPACES.
006630
006640 01  PR-RPT-ODRAFT-HEADING.
006650     05  FILLER                      PIC X(32)
006660             VALUE "ACCOUNTS OVERDRAWN THIS RUN".
006670     05  FILLER                      PIC X(100) VALUE SPACES.
006680
006690 01  PR-RPT-ODRAFT-LINE.
006700     05  FILLER                      PIC X(02) VALUE SPACES.
006710     05  PR-ODL-ACCOUNT              PIC X(10).
006720     05  FILLER                      PIC X(02) VALUE SPACES.
006730     05  PR-ODL-BALANCE              PIC Z(08)9.99-.
006740     05  FILLER                      PIC X(105) VALUE SPACES.
006750
006760 01  PR-RPT-XBRANCH-HEADING.
006770     05  FILLER                      PIC X(44)
006780             VALUE "POSTINGS AGAINST OTHER BRANCHES' ACCOUNTS".
006790     05  FILLER                      PIC X(88) VALUE SPACES.
006800
006810 01  PR-RPT-XBRANCH-COLUMNS.
006820     05  FILLER                      PIC X(02) VALUE SPACES.
006830     05  FILLER                      PIC X(11) VALUE "POSTED BY".
006840     05  FILLER                      PIC X(13)
006850             VALUE "HOME BRANCH".
006860     05  FILLER                      PIC X(12)
006870             VALUE "ACCOUNT-ID".
006880     05  FILLER                      PIC X(05) VALUE "C/D".
006890     05  FILLER                      PIC X(14)
006900             VALUE "     AMOUNT".
006910     05  FILLER                      PIC X(20)
006920             VALUE "POSTING-REF".
006930     05  FILLER                      PIC X(55) VALUE SPACES.
006940
006950 01  PR-RPT-XBRANCH-LINE.
006960     05  FILLER                      PIC X(02) VALUE SPACES.
006970     05  PR-XBL-POST-BRANCH          PIC X(04).
006980     05  FILLER                      PIC X(07) VALUE SPACES.
006990     05  PR-XBL-HOME-BRANCH          PIC X(04).
007000     05  FILLER                      PIC X(09) VALUE SPACES.
007010     05  PR-XBL-ACCOUNT              PIC X(10).
007020     05  FILLER                      PIC X(02) VALUE SPACES.
007030     05  PR-XBL-TRAN-CODE            PIC X(01).
007040     05  FILLER                      PIC X(04) VALUE SPACES.
007050     05  PR-XBL-AMOUNT               PIC Z(07)9.99.
007060     05  FILLER                      PIC X(03) VALUE SPACES.
007070     05  PR-XBL-POSTING-REF          PIC X(20).
007080     05  FILLER                      PIC X(55) VALUE SPACES.
007090
007100 01  PR-RPT-SKIP-LINE.
007110     05  FILLER                      PIC X(10)
007120             VALUE "SKIPPED   ".
007130     05  PR-SKIP-BRANCH              PIC X(04).
007140     05  FILLER                      PIC X(30)
007150             VALUE " - BATCH POSTED BEFORE RESTART".
007160     05  FILLER                      PIC X(88) VALUE SPACES.
007170
007180 01  PR-RPT-RSKIP-LINE.
007190     05  FILLER                      PIC X(10)
007200             VALUE "SKIPPED   ".
007210     05  PR-RSK-ACCOUNT              PIC X(10).
007220     05  FILLER                      PIC X(02) VALUE SPACES.
007230     05  PR-RSK-CODE                 PIC X(01).
007240     05  FILLER                      PIC X(02) VALUE SPACES.
007250     05  PR-RSK-AMOUNT               PIC X(09).
007260     05  FILLER                      PIC X(03) VALUE " - ".
007270     05  FILLER                      PIC X(30)
007280             VALUE "REJECT EMITTED BEFORE RESTART".
007290     05  FILLER                      PIC X(65) VALUE SPACES.
007300
007310 01  PR-RPT-COUNT-LINE.
007320     05  PR-CNT-LABEL                PIC X(30).
007330     05  PR-CNT-COUNT                PIC Z(06)9.
007340     05  FILLER                      PIC X(95) VALUE SPACES.
007350
007360 01  PR-RPT-AMOUNT-LINE.
007370     05  PR-AMT-LABEL                PIC X(30).
007380     05  PR-AMT-AMOUNT               PIC Z(10)9.99-.
007390     05  FILLER                      PIC X(87) VALUE SPACES.
007400
007410 01  PR-RPT-BRANCH-HEADING.
007420     05  FILLER                      PIC X(08) VALUE "BRANCH".
007430     05  FILLER                      PIC X(09) VALUE "DETAILS".
007440     05  FILLER                      PIC X(09) VALUE "POSTED".
007450     05  FILLER                      PIC X(09) VALUE "REJECTED".
007460     05  FILLER                      PIC X(15)
007470             VALUE "     HASH-TOTAL".
007480     05  FILLER                      PIC X(15)
007490             VALUE "     POSTED-AMT".
007500     05  FILLER                      PIC X(15)
007510             VALUE "     REJECT-AMT".
007520     05  FILLER                      PIC X(08) VALUE "  STATUS".
007530     05  FILLER                      PIC X(44) VALUE SPACES.
007540
007550 01  PR-RPT-BRANCH-LINE.
007560     05  PR-BRL-BRANCH               PIC X(04).
007570     05  FILLER                      PIC X(04) VALUE SPACES.
007580     05  PR-BRL-DETAILS              PIC Z(06)9.
007590     05  FILLER                      PIC X(02) VALUE SPACES.
007600     05  PR-BRL-POSTED               PIC Z(06)9.
007610     05  FILLER                      PIC X(02) VALUE SPACES.
007620     05  PR-BRL-REJECTED             PIC Z(06)9.
007630     05  PR-BRL-HASH                 PIC Z(10)9.99-.
007640     05  PR-BRL-POSTED-AMT           PIC Z(10)9.99-.
007650     05  PR-BRL-REJECT-AMT           PIC Z(10)9.99-.
007660     05  FILLER                      PIC X(02) VALUE SPACES.
007670     05  PR-BRL-STATUS               PIC X(14).
007680     05  FILLER                      PIC X(38) VALUE SPACES.
007690
007700 01  PR-RPT-BALANCE-LINE             PIC X(132).
007710 01  PR-BLANK-LINE                   PIC X(132) VALUE SPACES.
007720
007730 PROCEDURE DIVISION.
007740*----------------------------------------------------------
007750* 0000-MAIN-PROCEDURE
007760*----------------------------------------------------------
007770 0000-MAIN-PROCEDURE.
007780     PERFORM 1100-READ-OPERATOR-PARM THRU 1100-EXIT.
007790     IF PR-OVERALL-RC NOT = ZERO
007800         MOVE PR-OVERALL-RC TO RETURN-CODE
007810         GO TO 0000-EXIT
007820     END-IF.
007830     PERFORM 2000-RESOLVE-OPERATOR THRU 2000-EXIT.
007840     IF COBOLINIT-STATUS = 12
007850         DISPLAY "COBOLPROD - OPERATOR " OPERATOR-ID
007860             " IS INACTIVE OR EXPIRED - RUN REFUSED"
007870         MOVE 8 TO RETURN-CODE
007880         GO TO 0000-EXIT
007890     END-IF.
007900     IF COBOLINIT-STATUS NOT = ZERO
007910         DISPLAY "COBOLPROD - UNABLE TO RESOLVE OPERATOR ID - "
007920             "STATUS " COBOLINIT-STATUS
007930         MOVE 8 TO RETURN-CODE
007940         GO TO 0000-EXIT
007950     END-IF.
007960     IF OPERATOR-AUTHORITY < REQUIRED-AUTHORITY
007970         DISPLAY "COBOLPROD - OPERATOR " OPERATOR-ID
007980             " AUTHORITY " OPERATOR-AUTHORITY
007990             " BELOW REQUIRED " REQUIRED-AUTHORITY
008000             " - RUN REFUSED"
008010         MOVE 8 TO RETURN-CODE
008020         GO TO 0000-EXIT
008030     END-IF.
008040     MOVE RUN-TS-DATE TO CH-RUN-DATE.
008050     MOVE RUN-TS-TIME TO CH-RUN-TIME.
008060     MOVE "COBINITJ" TO CH-JOB-ID.
008070     MOVE OPERATOR-ID TO CH-REQUESTING-OPERATOR.
008080     PERFORM 1300-CHECK-BUSINESS-DAY THRU 1300-EXIT.
008090     IF PR-OVERALL-RC NOT = ZERO
008100         MOVE PR-OVERALL-RC TO RETURN-CODE
008110         GO TO 0000-EXIT
008120     END-IF.
008130     PERFORM 1500-SCAN-TRANFILE THRU 1500-EXIT.
008140     IF PR-OVERALL-RC NOT = ZERO
008150         MOVE PR-OVERALL-RC TO RETURN-CODE
008160         GO TO 0000-EXIT
008170     END-IF.
008180     PERFORM 1600-CHECK-RUN-CONTROL THRU 1600-EXIT.
008190     IF PR-DUP-FOUND OR PR-OVERALL-RC NOT = ZERO
008200         MOVE PR-OVERALL-RC TO RETURN-CODE
008210         GO TO 0000-EXIT
008220     END-IF.
008230     PERFORM 1700-CHECK-RESTART THRU 1700-EXIT.
008240     PERFORM 1800-SCAN-JOURNAL THRU 1800-EXIT.
008250     IF PR-OVERALL-RC NOT = ZERO
008260         MOVE PR-OVERALL-RC TO RETURN-CODE
008270         GO TO 0000-EXIT
008280     END-IF.
008290     PERFORM 3000-RUN-PRODUCTION THRU 3000-EXIT.
008300     IF PR-RESTART-RC > PR-OVERALL-RC
008310         MOVE PR-RESTART-RC TO PR-OVERALL-RC
008320     END-IF.
008330     IF PR-RUN-PROCESSED
008340         PERFORM 8650-RECORD-COMPLETION THRU 8650-EXIT
008350         PERFORM 8700-CLEAR-POSTCHK THRU 8700-EXIT
008360     END-IF.
008370     MOVE PR-OVERALL-RC TO RETURN-CODE.
008380 0000-EXIT.
008390     STOP RUN.
008400
008410*----------------------------------------------------------
008420* 1100-READ-OPERATOR-PARM
008430* OPTIONAL SYSIN CARD CARRYING THE RUNNING OPERATOR'S ID.
008440* NO CARD (OR NO SYSIN DD AT ALL) LEAVES THE DEFAULT
008450* OPERATOR-ID VALUE IN PLACE.  A RUN MODE OTHER THAN BLANK
008460* OR "TEST", A TEST BATCH COUNT OR AS-OF DATE THAT IS NOT
008470* NUMERIC, AN AS-OF DATE OUTSIDE TEST MODE, OR ANYTHING BUT
008480* "OVERRIDE" OR BLANK IN COLS 41-48 REFUSES THE RUN (RC 8)
008490* BEFORE ANYTHING IS OPENED.
008500*----------------------------------------------------------
008510 1100-READ-OPERATOR-PARM.
008520     OPEN INPUT PARM-FILE.
008530     IF PF-FILE-STATUS NOT = "00"
008540         GO TO 1100-EXIT
008550     END-IF.
008560     READ PARM-FILE
008570         AT END SET PF-END-OF-FILE TO TRUE
008580     END-READ.
008590     CLOSE PARM-FILE.
008600     IF PF-END-OF-FILE
008610         GO TO 1100-EXIT
008620     END-IF.
008630     IF PARM-OPERATOR-ID NOT = SPACES
008640         MOVE PARM-OPERATOR-ID TO OPERATOR-ID
008650     END-IF.
008660     IF PARM-OVERRIDE = "OVERRIDE"
008670         SET PR-CALENDAR-OVERRIDE TO TRUE
008680     END-IF.
008690     IF PARM-OVERRIDE NOT = SPACES
008700             AND NOT PR-CALENDAR-OVERRIDE
008710         DISPLAY "COBOLPROD - SYSIN COLS 41-48 " PARM-OVERRIDE
008720             " NOT BLANK OR OVERRIDE - RUN REFUSED"
008730         MOVE 8 TO PR-OVERALL-RC
008740         GO TO 1100-EXIT
008750     END-IF.
008760     IF PARM-RUN-MODE NOT = "TEST"
008770             AND PARM-AS-OF-DATE NOT = SPACES
008780         DISPLAY "COBOLPROD - AS-OF DATE IS FOR TEST RUNS ONLY "
008790             "- RUN REFUSED"
008800         MOVE 8 TO PR-OVERALL-RC
008810         GO TO 1100-EXIT
008820     END-IF.
008830     IF PARM-RUN-MODE = SPACES
008840         GO TO 1100-EXIT
008850     END-IF.
008860     IF PARM-RUN-MODE NOT = "TEST"
008870         DISPLAY "COBOLPROD - RUN MODE " PARM-RUN-MODE
008880             " NOT BLANK OR TEST - RUN REFUSED"
008890         MOVE 8 TO PR-OVERALL-RC
008900         GO TO 1100-EXIT
008910     END-IF.
008920     SET PR-TEST-RUN TO TRUE.
008930     IF PARM-TEST-STOP-AFTER NOT = SPACES
008940         IF PARM-TEST-STOP-AFTER IS NUMERIC
008950             MOVE PARM-TEST-STOP-AFTER TO PR-TEST-STOP-AFTER
008960         ELSE
008970             DISPLAY "COBOLPROD - TEST BATCH COUNT "
008980                 PARM-TEST-STOP-AFTER " NOT NUMERIC - RUN REFUSED"
008990             MOVE 8 TO PR-OVERALL-RC
009000             GO TO 1100-EXIT
009010         END-IF
009020     END-IF.
009030     IF PARM-AS-OF-DATE NOT = SPACES
009040         IF PARM-AS-OF-DATE IS NUMERIC
009050             MOVE PARM-AS-OF-DATE-9 TO PR-AS-OF-DATE
009060         ELSE
009070             DISPLAY "COBOLPROD - TEST AS-OF DATE "
009080                 PARM-AS-OF-DATE " NOT NUMERIC - RUN REFUSED"
009090             MOVE 8 TO PR-OVERALL-RC
009100             GO TO 1100-EXIT
009110         END-IF
009120     END-IF.
009130     DISPLAY "COBOLPROD - POSTING TEST RUN".
009140     IF PR-TEST-STOP-AFTER > ZERO
009150         DISPLAY "COBOLPROD - TEST RUN STOPS AFTER BATCH "
009160             PR-TEST-STOP-AFTER
009170     END-IF.
009180     IF PR-AS-OF-DATE > ZERO
009190         DISPLAY "COBOLPROD - TEST RUN AS OF " PR-AS-OF-DATE
009200     END-IF.
009210 1100-EXIT.
009220     EXIT.
009230
009240*----------------------------------------------------------
009250* 1300-CHECK-BUSINESS-DAY
009260* THE DAILY RUN POSTS BUSINESS DAYS' WORK.  A RUN DATE THAT
009270* IS NOT A BUSINESS DAY - OR IN A YEAR THE CALENDAR HAS NOT
009280* BEEN LOADED FOR - STOPS THE RUN (RC 8) UNLESS SYSIN SAYS
009290* OVERRIDE.  THE PREVIOUS BUSINESS DAY IS TAKEN HERE FOR THE
009300* BATCH DATE CHECK.  NO CALENDAR AT ALL ALWAYS STOPS THE RUN.
009310*----------------------------------------------------------
009320 1300-CHECK-BUSINESS-DAY.
009330     MOVE RUN-TS-DATE TO PR-PROCESS-DATE.
009340     IF PR-AS-OF-DATE > ZERO
009350         MOVE PR-AS-OF-DATE TO PR-PROCESS-DATE
009360     END-IF.
009370     MOVE "C" TO BD-FUNCTION.
009380     MOVE PR-PROCESS-DATE TO BD-DATE.
009390     CALL "BUSDAY" USING BDAY-PARMS.
009400     IF BD-STATUS > 4
009410         DISPLAY "COBOLPROD - BUSINESS CALENDAR UNAVAILABLE FOR "
009420             PR-PROCESS-DATE " - STATUS " BD-STATUS
009430             " - RUN STOPPED"
009440         MOVE 8 TO PR-OVERALL-RC
009450         GO TO 1300-EXIT
009460     END-IF.
009470     IF BD-STATUS = 4
009480         MOVE "YEAR NOT ON CALENDAR" TO BD-DAY-NAME
009490         MOVE "N" TO BD-BUSINESS-SWITCH
009500     END-IF.
009510     IF BD-NOT-BUSINESS-DAY
009520         IF PR-CALENDAR-OVERRIDE
009530             DISPLAY "COBOLPROD - " PR-PROCESS-DATE
009540                 " IS NOT A BUSINESS DAY (" BD-DAY-NAME
009550                 ") - RUNNING UNDER SYSIN OVERRIDE"
009560         ELSE
009570             DISPLAY "COBOLPROD - " PR-PROCESS-DATE
009580                 " IS NOT A BUSINESS DAY (" BD-DAY-NAME
009590                 ") - RUN STOPPED.  TO RUN ANYWAY PUT OVERRIDE"
009600                 " IN SYSIN COLS 41-48"
009610             MOVE 8 TO PR-OVERALL-RC
009620             GO TO 1300-EXIT
009630         END-IF
009640     END-IF.
009650     MOVE "P" TO BD-FUNCTION.
009660     MOVE PR-PROCESS-DATE TO BD-DATE.
009670     CALL "BUSDAY" USING BDAY-PARMS.
009680     IF BD-STATUS > 4
009690         DISPLAY "COBOLPROD - NO PREVIOUS BUSINESS DAY FOR "
009700             PR-PROCESS-DATE " - STATUS " BD-STATUS
009710             " - RUN STOPPED"
009720         MOVE 8 TO PR-OVERALL-RC
009730         GO TO 1300-EXIT
009740     END-IF.
009750     MOVE BD-RESULT-DATE TO PR-PRIOR-BUS-DATE.
009760 1300-EXIT.
009770     EXIT.
009780
009790*----------------------------------------------------------
009800* 1500-SCAN-TRANFILE
009810* PRE-SCANS THE INPUT FOR ITS DETAIL COUNT AND AMOUNT HASH
009820* - THE IDENTITY RUN CONTROL AND THE RESTART CHECKPOINT
009830* KNOW IT BY.  THE FILE IS CLOSED AGAIN AND REOPENED FOR
009840* THE REAL PASS IN 3100.
009850*----------------------------------------------------------
009860 1500-SCAN-TRANFILE.
009870     OPEN INPUT TRANFILE-FILE.
009880     IF PR-TRAN-STATUS NOT = "00"
009890         DISPLAY "COBOLPROD - UNABLE TO OPEN TRANFILE - STATUS "
009900             PR-TRAN-STATUS
009910         MOVE 8 TO PR-OVERALL-RC
009920         GO TO 1500-EXIT
009930     END-IF.
009940     PERFORM 1550-SCAN-RECORD THRU 1550-EXIT
009950         UNTIL PR-SCAN-END-OF-FILE.
009960     CLOSE TRANFILE-FILE.
009970 1500-EXIT.
009980     EXIT.
009990
010000*----------------------------------------------------------
010010* 1550-SCAN-RECORD
010020*----------------------------------------------------------
010030 1550-SCAN-RECORD.
010040     READ TRANFILE-FILE
010050         AT END
010060             SET PR-SCAN-END-OF-FILE TO TRUE
010070     END-READ.
010080     IF PR-SCAN-END-OF-FILE
010090         GO TO 1550-EXIT
010100     END-IF.
010110     IF TN-DETAIL-RECORD OR TN-REVERSAL-RECORD
010120         ADD 1 TO PR-SCAN-COUNT
010130         IF TN-AMOUNT IS NUMERIC
010140             ADD TN-AMOUNT TO PR-SCAN-HASH
010150         END-IF
010160     END-IF.
010170     IF TN-REVERSAL-RECORD
010180         PERFORM 1560-NOTE-REVERSAL-REF THRU 1560-EXIT
010190     END-IF.
010200 1550-EXIT.
010210     EXIT.
010220
010230*----------------------------------------------------------
010240* 1560-NOTE-REVERSAL-REF
010250* ADDS THE REFERENCE AN "R" CARD NAMES TO THE REVERSAL
010260* TABLE (ONCE - TWO CARDS NAMING THE SAME POSTING SHARE A
010270* ROW, AND THE SECOND IS REFUSED WHEN IT TRIES TO POST).  A
010280* DECK NAMING MORE REFERENCES THAN THE TABLE HOLDS IS
010290* REFUSED OUTRIGHT RATHER THAN POSTED HALF-CHECKED.
010300*----------------------------------------------------------
010310 1560-NOTE-REVERSAL-REF.
010320     IF TN-REVERSE-REF = SPACES
010330         GO TO 1560-EXIT
010340     END-IF.
010350     MOVE TN-REVERSE-REF TO PR-RV-KEY.
010360     PERFORM 1570-FIND-REVERSAL-ENTRY THRU 1570-EXIT.
010370     IF PR-RV-FOUND > ZERO
010380         GO TO 1560-EXIT
010390     END-IF.
010400     IF PR-RV-COUNT = PR-RV-MAX
010410         DISPLAY "COBOLPROD - MORE THAN " PR-RV-MAX
010420             " REVERSAL REFERENCES IN TRANFILE - RUN REFUSED"
010430         MOVE 8 TO PR-OVERALL-RC
010440         SET PR-SCAN-END-OF-FILE TO TRUE
010450         GO TO 1560-EXIT
010460     END-IF.
010470     ADD 1 TO PR-RV-COUNT.
010480     MOVE TN-REVERSE-REF TO PR-RV-REF (PR-RV-COUNT).
010490     MOVE "N" TO PR-RV-ON-FILE-SWITCH (PR-RV-COUNT).
010500     MOVE SPACES TO PR-RV-ACCOUNT (PR-RV-COUNT).
010510     MOVE SPACES TO PR-RV-TRAN-CODE (PR-RV-COUNT).
010520     MOVE ZERO TO PR-RV-AMOUNT (PR-RV-COUNT).
010530     MOVE SPACES TO PR-RV-ENTRY-TYPE (PR-RV-COUNT).
010540     MOVE SPACES TO PR-RV-REVERSED-BY (PR-RV-COUNT).
010550     MOVE "N" TO PR-RV-MARKED-SWITCH (PR-RV-COUNT).
010560 1560-EXIT.
010570     EXIT.
010580
010590*----------------------------------------------------------
010600* 1570-FIND-REVERSAL-ENTRY
010610* LOOKS PR-RV-KEY UP IN THE REVERSAL TABLE.  PR-RV-FOUND IS
010620* ITS ROW, OR ZERO WHEN NO "R" CARD NAMES IT.
010630*----------------------------------------------------------
010640 1570-FIND-REVERSAL-ENTRY.
010650     MOVE ZERO TO PR-RV-FOUND.
010660     IF PR-RV-COUNT > ZERO
010670         PERFORM 1575-MATCH-REVERSAL-ENTRY THRU 1575-EXIT
010680             VARYING PR-RV-SUB FROM 1 BY 1
010690             UNTIL PR-RV-SUB > PR-RV-COUNT
010700                 OR PR-RV-FOUND > ZERO
010710     END-IF.
010720 1570-EXIT.
010730     EXIT.
010740
010750*----------------------------------------------------------
010760* 1575-MATCH-REVERSAL-ENTRY
010770*----------------------------------------------------------
010780 1575-MATCH-REVERSAL-ENTRY.
010790     IF PR-RV-REF (PR-RV-SUB) = PR-RV-KEY
010800         MOVE PR-RV-SUB TO PR-RV-FOUND
010810     END-IF.
010820 1575-EXIT.
010830     EXIT.
010840
010850*----------------------------------------------------------
010860* 1600-CHECK-RUN-CONTROL
010870* AN ABSENT POSTCTL (STATUS 35) IS THE FIRST EVER RUN -
010880* NOTHING TO REFUSE AGAINST.  ANY OTHER OPEN FAILURE STOPS
010890* THE RUN: POSTING WITHOUT DUPLICATE PROTECTION IS EXACTLY
010900* THE ACCIDENT THIS FILE EXISTS TO PREVENT.
010910*----------------------------------------------------------
010920 1600-CHECK-RUN-CONTROL.
010930     OPEN INPUT POSTCTL-FILE.
010940     IF PR-CTL-STATUS = "35"
010950         GO TO 1600-EXIT
010960     END-IF.
010970     IF PR-CTL-STATUS NOT = "00"
010980         DISPLAY "COBOLPROD - UNABLE TO OPEN POSTCTL - STATUS "
010990             PR-CTL-STATUS
011000         MOVE 8 TO PR-OVERALL-RC
011010         GO TO 1600-EXIT
011020     END-IF.
011030     PERFORM 1650-READ-CONTROL THRU 1650-EXIT
011040         UNTIL PR-CTL-END-OF-FILE OR PR-DUP-FOUND.
011050     CLOSE POSTCTL-FILE.
011060     IF PR-DUP-FOUND
011070         DISPLAY "COBOLPROD - THIS TRANFILE ALREADY POSTED ON "
011080             PR-DUP-RUN-DATE " (COUNT " PR-SCAN-COUNT
011090             " HASH MATCHES) - RUN REFUSED"
011100         MOVE 8 TO PR-OVERALL-RC
011110     END-IF.
011120 1600-EXIT.
011130     EXIT.
011140
011150*----------------------------------------------------------
011160* 1650-READ-CONTROL
011170*----------------------------------------------------------
011180 1650-READ-CONTROL.
011190     READ POSTCTL-FILE
011200         AT END
011210             SET PR-CTL-END-OF-FILE TO TRUE
011220     END-READ.
011230     IF PR-CTL-END-OF-FILE
011240         GO TO 1650-EXIT
011250     END-IF.
011260     IF PC-RUN-COMPLETE
011270             AND PC-TRAN-COUNT IS NUMERIC
011280             AND PC-HASH-TOTAL IS NUMERIC
011290             AND PC-TRAN-COUNT = PR-SCAN-COUNT
011300             AND PC-HASH-TOTAL = PR-SCAN-HASH
011310         SET PR-DUP-FOUND TO TRUE
011320         MOVE PC-RUN-DATE TO PR-DUP-RUN-DATE
011330     END-IF.
011340 1650-EXIT.
011350     EXIT.
011360
011370*----------------------------------------------------------
011380* 1700-CHECK-RESTART
011390* AN EMPTY OR ABSENT CHECKPOINT MEANS THE PRIOR RUN ENDED
011400* CLEAN - START FROM THE TOP.  A CHECKPOINT NAMING THIS
011410* SAME INPUT (COUNT AND HASH) RESUMES AFTER ITS LAST
011420* COMMITTED BATCH, CARRYING THE INTERRUPTED RUN'S RETURN
011430* CODE FORWARD SO FAILURES SEEN BEFORE THE INTERRUPTION
011440* STILL COUNT.  A CHECKPOINT FOR A DIFFERENT INPUT OR WITH
011450* UNUSABLE CONTENT IS REPORTED AND IGNORED.
011460*----------------------------------------------------------
011470 1700-CHECK-RESTART.
011480     OPEN INPUT POSTCHK-FILE.
011490     IF PR-CHK-STATUS NOT = "00"
011500         GO TO 1700-EXIT
011510     END-IF.
011520     READ POSTCHK-FILE
011530         AT END SET PR-CHK-END-OF-FILE TO TRUE
011540     END-READ.
011550     IF PR-CHK-END-OF-FILE
011560         CLOSE POSTCHK-FILE
011570         GO TO 1700-EXIT
011580     END-IF.
011590     IF PK-BATCHES-DONE IS NOT NUMERIC
011600             OR PK-DETAILS-DONE IS NOT NUMERIC
011610             OR PK-OVERALL-RC IS NOT NUMERIC
011620             OR PK-TRAN-COUNT IS NOT NUMERIC
011630             OR PK-HASH-TOTAL IS NOT NUMERIC
011640         DISPLAY "COBOLPROD - POSTCHK CHECKPOINT UNUSABLE - "
011650             "STARTING FROM THE TOP"
011660         CLOSE POSTCHK-FILE
011670         GO TO 1700-EXIT
011680     END-IF.
011690     IF PK-TRAN-COUNT NOT = PR-SCAN-COUNT
011700             OR PK-HASH-TOTAL NOT = PR-SCAN-HASH
011710         DISPLAY "COBOLPROD - POSTCHK CHECKPOINT IS FOR A "
011720             "DIFFERENT INPUT - IGNORED"
011730         CLOSE POSTCHK-FILE
011740         GO TO 1700-EXIT
011750     END-IF.
011760     MOVE PK-BATCHES-DONE TO PR-BATCHES-TO-SKIP.
011770     MOVE PK-DETAILS-DONE TO PR-DETAILS-TO-SKIP.
011780     MOVE PK-OVERALL-RC TO PR-RESTART-RC.
011790     DISPLAY "COBOLPROD - UNFINISHED RUN OF " PK-RUN-DATE
011800         " DETECTED - RESUMING AFTER BATCH " PK-BATCHES-DONE
011810         " DETAIL " PK-DETAILS-DONE.
011820     CLOSE POSTCHK-FILE.
011830 1700-EXIT.
011840     EXIT.
011850
011860*----------------------------------------------------------
011870* 1800-SCAN-JOURNAL
011880* RUN ONLY WHEN THE DECK CARRIES "R" CARDS.  READS PSTJRNL
011890* FROM THE TOP FOR THE ENTRIES THEY NAME - AND FOR ANY
011900* REVERSAL ALREADY POSTED AGAINST THEM - BEFORE ANYTHING
011910* POSTS.  AN ABSENT JOURNAL (STATUS 35) SIMPLY MEANS NO
011920* REFERENCE CAN BE FOUND; ANY OTHER OPEN FAILURE REFUSES
011930* THE RUN, SINCE A REVERSAL POSTED UNCHECKED COULD BACK THE
011940* SAME POSTING OUT TWICE.
011950*----------------------------------------------------------
011960 1800-SCAN-JOURNAL.
011970     IF PR-RV-COUNT = ZERO
011980         GO TO 1800-EXIT
011990     END-IF.
012000     OPEN INPUT PSTJRNL-FILE.
012010     IF PR-JRNL-STATUS = "35"
012020         GO TO 1800-EXIT
012030     END-IF.
012040     IF PR-JRNL-STATUS NOT = "00"
012050         DISPLAY "COBOLPROD - UNABLE TO READ PSTJRNL - STATUS "
012060             PR-JRNL-STATUS " - RUN REFUSED"
012070         MOVE 8 TO PR-OVERALL-RC
012080         GO TO 1800-EXIT
012090     END-IF.
012100     MOVE "N" TO PR-JSCAN-EOF-SWITCH.
012110     PERFORM 1850-SCAN-JOURNAL-ROW THRU 1850-EXIT
012120         UNTIL PR-JSCAN-END-OF-FILE.
012130     CLOSE PSTJRNL-FILE.
012140 1800-EXIT.
012150     EXIT.
012160
012170*----------------------------------------------------------
012180* 1850-SCAN-JOURNAL-ROW
012190* AN ENTRY NAMED BY AN "R" CARD FILLS IN ITS TABLE ROW; IF
012200* IT ALREADY NAMES A REVERSAL IT IS BOTH REVERSED AND
012210* MARKED.  A REVERSAL ENTRY NAMING A TABLE ROW MARKS THAT
012220* ROW REVERSED EVEN IF ITS ORIGINAL WAS NEVER REWRITTEN
012230* (A RUN THAT DIED BEFORE 8800) - 8800 FINISHES THE JOB.
012240*----------------------------------------------------------
012250 1850-SCAN-JOURNAL-ROW.
012260     READ PSTJRNL-FILE
012270         AT END
012280             SET PR-JSCAN-END-OF-FILE TO TRUE
012290     END-READ.
012300     IF PR-JSCAN-END-OF-FILE
012310         GO TO 1850-EXIT
012320     END-IF.
012330     MOVE PJ-POSTING-REF TO PR-RV-KEY.
012340     PERFORM 1570-FIND-REVERSAL-ENTRY THRU 1570-EXIT.
012350     IF PR-RV-FOUND > ZERO
012360         MOVE "Y" TO PR-RV-ON-FILE-SWITCH (PR-RV-FOUND)
012370         MOVE PJ-ACCOUNT-ID TO PR-RV-ACCOUNT (PR-RV-FOUND)
012380         MOVE PJ-TRAN-CODE TO PR-RV-TRAN-CODE (PR-RV-FOUND)
012390         MOVE PJ-AMOUNT TO PR-RV-AMOUNT (PR-RV-FOUND)
012400         MOVE PJ-ENTRY-TYPE TO PR-RV-ENTRY-TYPE (PR-RV-FOUND)
012410         IF NOT PJ-ENTRY-REVERSAL AND PJ-LINKED-REF NOT = SPACES
012420             MOVE PJ-LINKED-REF TO PR-RV-REVERSED-BY (PR-RV-FOUND)
012430             MOVE "Y" TO PR-RV-MARKED-SWITCH (PR-RV-FOUND)
012440         END-IF
012450     END-IF.
012460     IF NOT PJ-ENTRY-REVERSAL OR PJ-LINKED-REF = SPACES
012470         GO TO 1850-EXIT
012480     END-IF.
012490     MOVE PJ-LINKED-REF TO PR-RV-KEY.
012500     PERFORM 1570-FIND-REVERSAL-ENTRY THRU 1570-EXIT.
012510     IF PR-RV-FOUND > ZERO
012520         IF PR-RV-REVERSED-BY (PR-RV-FOUND) = SPACES
012530             MOVE PJ-POSTING-REF
012540                 TO PR-RV-REVERSED-BY (PR-RV-FOUND)
012550         END-IF
012560     END-IF.
012570 1850-EXIT.
012580     EXIT.
012590
012600*----------------------------------------------------------
012610* 2000-RESOLVE-OPERATOR
012620*----------------------------------------------------------
012630 2000-RESOLVE-OPERATOR.
012640     MOVE SPACES TO SAIDA.
012650     MOVE ZERO TO COBOLINIT-STATUS.
012660     MOVE ZERO TO RUN-TIMESTAMP.
012670     CALL "COBOLINIT" USING OPERATOR-ID, SAIDA, COBOLINIT-STATUS,
012680             RUN-TIMESTAMP, BK-VERSION, OPERATOR-AUTHORITY.
012690 2000-EXIT.
012700     EXIT.
012710
012720*----------------------------------------------------------
012730* 3000-RUN-PRODUCTION
012740* THE DAILY POSTING RUN.  EVERY DETAIL CARD IS VALIDATED AND
012750* EITHER POSTED AGAINST ACCTMAST OR WRITTEN TO SUSPENSE FOR
012760* NEXT-DAY REVIEW; THE TRAILER'S COUNT AND HASH TOTAL ARE
012770* CHECKED AGAINST WHAT WAS ACTUALLY READ.  RC 0 = POSTED IN
012780* BALANCE, RC 4 = REJECTS WENT TO SUSPENSE, RC 8 = OUT OF
012790* BALANCE, TRAILER MISSING, OR A FILE ERROR.
012800*----------------------------------------------------------
012810 3000-RUN-PRODUCTION.
012820     PERFORM 3100-OPEN-POSTING-FILES THRU 3100-EXIT.
012830     IF PR-OVERALL-RC NOT = ZERO
012840         GO TO 3000-EXIT
012850     END-IF.
012860     PERFORM 3250-READ-TRANSACTION THRU 3250-EXIT.
012870     PERFORM 3200-PROCESS-TRANSACTION THRU 3200-EXIT
012880         UNTIL PR-TRAN-END-OF-FILE OR PR-TEST-STOPPED.
012890     IF PR-TEST-STOPPED
012900         PERFORM 3270-STOP-TEST-RUN THRU 3270-EXIT
012910         GO TO 3000-EXIT
012920     END-IF.
012930     IF PR-BATCH-OPEN
012940         IF PR-BATCHES-DONE < PR-BATCHES-TO-SKIP
012950             PERFORM 3745-NOTE-SKIPPED-BATCH THRU 3745-EXIT
012960         ELSE
012970             MOVE "BATCH TRAILER MISSING" TO PR-REJECT-REASON
012980             PERFORM 3730-REJECT-WHOLE-BATCH THRU 3730-EXIT
012990             MOVE 8 TO PR-OVERALL-RC
013000         END-IF
013010     END-IF.
013020     IF NOT PR-TRAILER-SEEN
013030         MOVE "TRAILER RECORD MISSING" TO PR-RPT-BALANCE-LINE
013040         WRITE POSTRPT-RECORD FROM PR-RPT-BALANCE-LINE
013050         MOVE 8 TO PR-OVERALL-RC
013060     END-IF.
013070     MOVE "Y" TO PR-RUN-PROCESSED-SWITCH.
013080     PERFORM 3800-PRINT-BALANCE-REPORT THRU 3800-EXIT.
013090     PERFORM 3900-CLOSE-POSTING-FILES THRU 3900-EXIT.
013100     PERFORM 8800-MARK-REVERSED-ORIGINALS THRU 8800-EXIT.
013110 3000-EXIT.
013120     EXIT.
013130
013140*----------------------------------------------------------
013150* 3100-OPEN-POSTING-FILES
013160* THE BRANCH MASTER IS REQUIRED - WITHOUT IT NO BATCH COULD
013170* BE ACCEPTED, SO A MISSING ONE STOPS THE RUN BEFORE ANY
013180* BATCH IS READ.
013190*----------------------------------------------------------
013200 3100-OPEN-POSTING-FILES.
013210     OPEN INPUT TRANFILE-FILE.
013220     IF PR-TRAN-STATUS NOT = "00"
013230         DISPLAY "COBOLPROD - UNABLE TO OPEN TRANFILE - STATUS "
013240             PR-TRAN-STATUS
013250         MOVE 8 TO PR-OVERALL-RC
013260         GO TO 3100-EXIT
013270     END-IF.
013280     OPEN I-O ACCTMAST-FILE.
013290     IF PR-MAST-STATUS NOT = "00"
013300         DISPLAY "COBOLPROD - UNABLE TO OPEN ACCTMAST - STATUS "
013310             PR-MAST-STATUS
013320         MOVE 8 TO PR-OVERALL-RC
013330         GO TO 3100-EXIT
013340     END-IF.
013350     OPEN EXTEND SUSPENSE-FILE.
013360     IF PR-SUSP-STATUS NOT = "00"
013370         OPEN OUTPUT SUSPENSE-FILE
013380     END-IF.
013390     IF PR-SUSP-STATUS NOT = "00"
013400         DISPLAY "COBOLPROD - UNABLE TO OPEN SUSPENSE - STATUS "
013410             PR-SUSP-STATUS
013420         MOVE 8 TO PR-OVERALL-RC
013430         GO TO 3100-EXIT
013440     END-IF.
013450     OPEN EXTEND PSTJRNL-FILE.
013460     IF PR-JRNL-STATUS NOT = "00"
013470         OPEN OUTPUT PSTJRNL-FILE
013480     END-IF.
013490     IF PR-JRNL-STATUS NOT = "00"
013500         DISPLAY "COBOLPROD - UNABLE TO OPEN PSTJRNL - STATUS "
013510             PR-JRNL-STATUS
013520         MOVE 8 TO PR-OVERALL-RC
013530         GO TO 3100-EXIT
013540     END-IF.
013550     OPEN INPUT HOLDMAST-FILE.
013560     IF PR-HOLD-STATUS = "35"
013570         SET PR-HOLDS-ABSENT TO TRUE
013580     ELSE
013590         IF PR-HOLD-STATUS NOT = "00"
013600             DISPLAY "COBOLPROD - UNABLE TO OPEN HOLDMAST - "
013610                "STATUS " PR-HOLD-STATUS
013620             MOVE 8 TO PR-OVERALL-RC
013630             GO TO 3100-EXIT
013640         END-IF
013650     END-IF.
013660     OPEN INPUT BRCHMAST-FILE.
013670     IF PR-BRCH-STATUS NOT = "00"
013680         DISPLAY "COBOLPROD - UNABLE TO OPEN BRCHMAST - STATUS "
013690             PR-BRCH-STATUS
013700         MOVE 8 TO PR-OVERALL-RC
013710         GO TO 3100-EXIT
013720     END-IF.
013730     OPEN OUTPUT POSTRPT-FILE.
013740     IF PR-RPT-STATUS NOT = "00"
013750         DISPLAY "COBOLPROD - UNABLE TO OPEN POSTRPT - STATUS "
013760             PR-RPT-STATUS
013770         MOVE 8 TO PR-OVERALL-RC
013780         GO TO 3100-EXIT
013790     END-IF.
013800     MOVE RUN-TS-DATE TO PR-HDG-DATE.
013810     MOVE OPERATOR-ID TO PR-HDG-OPERATOR-ID.
013820     MOVE SAIDA TO PR-HDG-OPERATOR-NAME.
013830     WRITE POSTRPT-RECORD FROM PR-RPT-HEADING-1.
013840     WRITE POSTRPT-RECORD FROM PR-RPT-HEADING-2.
013850     WRITE POSTRPT-RECORD FROM PR-BLANK-LINE.
013860 3100-EXIT.
013870     EXIT.
013880
013890*----------------------------------------------------------
013900* 3200-PROCESS-TRANSACTION
013910*----------------------------------------------------------
013920 3200-PROCESS-TRANSACTION.
013930     ADD 1 TO PR-TRANS-READ.
013940     MOVE SPACES TO PR-REJECT-REASON.
013950     IF TN-HEADER-RECORD
013960         PERFORM 3210-START-BATCH THRU 3210-EXIT
013970         GO TO 3200-NEXT
013980     END-IF.
013990     IF TN-TRAILER-RECORD
014000         PERFORM 3700-CHECK-TRAILER THRU 3700-EXIT
014010         IF PR-TEST-STOP-AFTER > ZERO
014020                 AND PR-BATCHES-DONE NOT < PR-TEST-STOP-AFTER
014030             SET PR-TEST-STOPPED TO TRUE
014040             GO TO 3200-EXIT
014050         END-IF
014060         GO TO 3200-NEXT
014070     END-IF.
014080     IF NOT TN-DETAIL-RECORD AND NOT TN-REVERSAL-RECORD
014090         MOVE "RECORD TYPE NOT H, D, R, OR T"
014100             TO PR-REJECT-REASON
014110         PERFORM 3600-REJECT-TRANSACTION THRU 3600-EXIT
014120         GO TO 3200-NEXT
014130     END-IF.
014140     PERFORM 3220-BUFFER-DETAIL THRU 3220-EXIT.
014150 3200-NEXT.
014160     PERFORM 3250-READ-TRANSACTION THRU 3250-EXIT.
014170 3200-EXIT.
014180     EXIT.
014190
014200*----------------------------------------------------------
014210* 3210-START-BATCH
014220* AN "H" CARD OPENS A NEW BRANCH BATCH.  AN "H" ARRIVING
014230* WHILE A BATCH IS STILL OPEN MEANS THE PRIOR BATCH LOST
014240* ITS TRAILER - THAT WHOLE BATCH GOES TO SUSPENSE BEFORE
014250* THE NEW ONE OPENS.  THE NEW BATCH'S BRANCH IS CHECKED
014260* AGAINST THE BRANCH MASTER, AND ITS DATE AGAINST THE
014270* BUSINESS-DAY CALENDAR, HERE.
014280*----------------------------------------------------------
014290 3210-START-BATCH.
014300     IF PR-BATCH-OPEN
014310         IF PR-BATCHES-DONE < PR-BATCHES-TO-SKIP
014320             PERFORM 3745-NOTE-SKIPPED-BATCH THRU 3745-EXIT
014330         ELSE
014340             MOVE "BATCH TRAILER MISSING" TO PR-REJECT-REASON
014350             PERFORM 3730-REJECT-WHOLE-BATCH THRU 3730-EXIT
014360             MOVE 8 TO PR-OVERALL-RC
014370         END-IF
014380     END-IF.
014390     MOVE "Y" TO PR-BATCH-OPEN-SWITCH.
014400     MOVE TN-HDR-BRANCH-ID TO PR-BATCH-BRANCH-ID.
014410     IF PR-BATCH-BRANCH-ID = SPACES
014420         MOVE "????" TO PR-BATCH-BRANCH-ID
014430     END-IF.
014440     IF TN-HDR-BATCH-DATE IS NUMERIC
014450         MOVE TN-HDR-BATCH-DATE TO PR-BATCH-DATE
014460     ELSE
014470         MOVE ZERO TO PR-BATCH-DATE
014480     END-IF.
014490     MOVE ZERO TO PR-BATCH-DTL-COUNT.
014500     MOVE ZERO TO PR-BATCH-HASH.
014510     MOVE "N" TO PR-BATCH-OVFL-SWITCH.
014520     PERFORM 3215-CHECK-BATCH-BRANCH THRU 3215-EXIT.
014530     PERFORM 3217-CHECK-BATCH-DATE THRU 3217-EXIT.
014540 3210-EXIT.
014550     EXIT.
014560
014570*----------------------------------------------------------
014580* 3215-CHECK-BATCH-BRANCH
014590* LOOKS THE OPENING BATCH'S BRANCH UP ON THE BRANCH MASTER.
014600* ONLY AN OPEN BRANCH MAY POST; ANYTHING ELSE LEAVES THE
014610* REASON IN PR-BATCH-BRANCH-REASON AND THE WHOLE BATCH IS
014620* REFUSED WHEN ITS TRAILER ARRIVES.  "????" IS NEVER ON THE
014630* MASTER, SO A BATCH THAT NAMED NO BRANCH IS REFUSED TOO.
014640* A READ FAILURE REFUSES THE BATCH AND FLAGS THE RUN RC 8.
014650*----------------------------------------------------------
014660 3215-CHECK-BATCH-BRANCH.
014670     MOVE SPACES TO PR-BATCH-BRANCH-REASON.
014680     MOVE "N" TO PR-BATCH-SYSTEM-SWITCH.
014690     MOVE PR-BATCH-BRANCH-ID TO BM-BRANCH-ID.
014700     READ BRCHMAST-FILE
014710         INVALID KEY
014720             MOVE "BRANCH NOT ON MASTER"
014730                 TO PR-BATCH-BRANCH-REASON
014740     END-READ.
014750     IF PR-BATCH-BRANCH-REASON NOT = SPACES
014760         GO TO 3215-EXIT
014770     END-IF.
014780     IF PR-BRCH-STATUS NOT = "00"
014790         DISPLAY "COBOLPROD - BRCHMAST READ FAILED - STATUS "
014800             PR-BRCH-STATUS " - BRANCH " PR-BATCH-BRANCH-ID
014810         MOVE "BRANCH MASTER READ FAILED"
014820             TO PR-BATCH-BRANCH-REASON
014830         MOVE 8 TO PR-OVERALL-RC
014840         GO TO 3215-EXIT
014850     END-IF.
014860     IF BM-STATUS-CLOSED
014870         MOVE "BRANCH CLOSED" TO PR-BATCH-BRANCH-REASON
014880         GO TO 3215-EXIT
014890     END-IF.
014900     IF BM-STATUS-SUSPENDED
014910         MOVE "BRANCH SUSPENDED" TO PR-BATCH-BRANCH-REASON
014920         GO TO 3215-EXIT
014930     END-IF.
014940     IF NOT BM-STATUS-OPEN
014950         MOVE "BRANCH STATUS INVALID" TO PR-BATCH-BRANCH-REASON
014960         GO TO 3215-EXIT
014970     END-IF.
014980     IF BM-SYSTEM-BRANCH
014990         MOVE "Y" TO PR-BATCH-SYSTEM-SWITCH
015000     END-IF.
015010 3215-EXIT.
015020     EXIT.
015030
015040*----------------------------------------------------------
015050* 3217-CHECK-BATCH-DATE
015060* A BATCH BELONGS TO THE DAY BEING POSTED OR TO THE BUSINESS
015070* DAY BEFORE IT (A DECK THAT MISSED YESTERDAY'S RUN).
015080* ANYTHING OLDER IS STALE AND ANYTHING LATER IS FUTURE-DATED;
015090* EITHER LEAVES THE REASON IN PR-BATCH-DATE-REASON AND THE
015100* WHOLE BATCH IS REFUSED WHEN ITS TRAILER ARRIVES.  A RUN
015110* MADE UNDER OVERRIDE ON A NON-BUSINESS DAY ACCEPTS ITS OWN
015120* DATE - A BATCH RAISED FOR THAT RUN IS DATED THAT DAY.
015130*----------------------------------------------------------
015140 3217-CHECK-BATCH-DATE.
015150     MOVE SPACES TO PR-BATCH-DATE-REASON.
015160     IF PR-BATCH-DATE = PR-PROCESS-DATE
015170             OR PR-BATCH-DATE = PR-PRIOR-BUS-DATE
015180         GO TO 3217-EXIT
015190     END-IF.
015200     IF PR-BATCH-DATE = ZERO
015210         MOVE "BATCH DATE MISSING OR INVALID"
015220             TO PR-BATCH-DATE-REASON
015230         GO TO 3217-EXIT
015240     END-IF.
015250     IF PR-BATCH-DATE > PR-PROCESS-DATE
015260         MOVE "BATCH DATE IN THE FUTURE" TO PR-BATCH-DATE-REASON
015270     ELSE
015280         MOVE "BATCH DATE NOT CURRENT" TO PR-BATCH-DATE-REASON
015290     END-IF.
015300 3217-EXIT.
015310     EXIT.
015320
015330*----------------------------------------------------------
015340* 3220-BUFFER-DETAIL
015350* A DETAIL IS HELD IN THE BATCH BUFFER - NOTHING POSTS
015360* UNTIL THE BATCH'S TRAILER PROVES ITS COUNT AND HASH.  A
015370* DETAIL ARRIVING WITH NO BATCH OPEN (THE OLD HEADERLESS
015380* DECK FORMAT, OR A STRAY CARD AFTER A TRAILER) OPENS THE
015390* UNNAMED BATCH.  A DETAIL BEYOND THE BUFFER CEILING GOES
015400* STRAIGHT TO SUSPENSE AND FORCES THE WHOLE BATCH OUT AT
015410* ITS TRAILER - A DECK TOO BIG TO PROVE IS NOT POSTED.
015420*----------------------------------------------------------
015430 3220-BUFFER-DETAIL.
015440     IF NOT PR-BATCH-OPEN
015450         MOVE "Y" TO PR-BATCH-OPEN-SWITCH
015460         MOVE "????" TO PR-BATCH-BRANCH-ID
015470         MOVE ZERO TO PR-BATCH-DATE
015480         MOVE ZERO TO PR-BATCH-DTL-COUNT
015490         MOVE ZERO TO PR-BATCH-HASH
015500         MOVE "N" TO PR-BATCH-OVFL-SWITCH
015510         PERFORM 3215-CHECK-BATCH-BRANCH THRU 3215-EXIT
015520         PERFORM 3217-CHECK-BATCH-DATE THRU 3217-EXIT
015530     END-IF.
015540     ADD 1 TO PR-DETAIL-COUNT.
015550     IF TN-AMOUNT IS NUMERIC
015560         ADD TN-AMOUNT TO PR-HASH-TOTAL
015570         ADD TN-AMOUNT TO PR-BATCH-HASH
015580     END-IF.
015590     IF PR-BATCH-DTL-COUNT = PR-BATCH-MAX
015600         MOVE "Y" TO PR-BATCH-OVFL-SWITCH
015610         MOVE "BATCH EXCEEDS BUFFER" TO PR-REJECT-REASON
015620         PERFORM 3600-REJECT-TRANSACTION THRU 3600-EXIT
015630         MOVE 8 TO PR-OVERALL-RC
015640         GO TO 3220-EXIT
015650     END-IF.
015660     ADD 1 TO PR-BATCH-DTL-COUNT.
015670     MOVE TRAN-RECORD TO PR-BATCH-CARD (PR-BATCH-DTL-COUNT).
015680 3220-EXIT.
015690     EXIT.
015700
015710*----------------------------------------------------------
015720* 3250-READ-TRANSACTION
015730*----------------------------------------------------------
015740 3250-READ-TRANSACTION.
015750     READ TRANFILE-FILE
015760         AT END
015770             SET PR-TRAN-END-OF-FILE TO TRUE
015780     END-READ.
015790 3250-EXIT.
015800     EXIT.
015810
015820*----------------------------------------------------------
015830* 3270-STOP-TEST-RUN
015840* A TEST RUN ASKED TO STOP SHORT ENDS HERE ONCE ITS BATCH
015850* COUNT HAS COMMITTED.  THE FILES ARE CLOSED BUT NOTHING
015860* ELSE A CLEAN END DOES IS DONE - NO BALANCE REPORT, NO
015870* REVERSAL MARKING, NO COMPLETION RECORD - AND POSTCHK
015880* STILL NAMES THE LAST COMMITTED BATCH, SO THE NEXT RUN
015890* RESUMES FROM IT EXACTLY AS AFTER A CANCELLATION.
015900*----------------------------------------------------------
015910 3270-STOP-TEST-RUN.
015920     MOVE SPACES TO PR-RPT-COUNT-LINE.
015930     MOVE "TEST RUN STOPPED AFTER BATCH" TO PR-CNT-LABEL.
015940     MOVE PR-BATCHES-DONE TO PR-CNT-COUNT.
015950     WRITE POSTRPT-RECORD FROM PR-RPT-COUNT-LINE.
015960     PERFORM 3900-CLOSE-POSTING-FILES THRU 3900-EXIT.
015970     DISPLAY "COBOLPROD - TEST RUN STOPPED AFTER BATCH "
015980         PR-BATCHES-DONE " - CHECKPOINT KEPT FOR RESTART".
015990 3270-EXIT.
016000     EXIT.
016010
016020*----------------------------------------------------------
016030* 3300-VALIDATE-DETAIL
016040*----------------------------------------------------------
016050 3300-VALIDATE-DETAIL.
016060     IF TN-ACCOUNT-ID = SPACES
016070         MOVE "ACCOUNT ID BLANK" TO PR-REJECT-REASON
016080         GO TO 3300-EXIT
016090     END-IF.
016100     IF NOT TN-CREDIT AND NOT TN-DEBIT
016110         MOVE "TRAN CODE NOT C OR D" TO PR-REJECT-REASON
016120         GO TO 3300-EXIT
016130     END-IF.
016140     IF TN-AMOUNT IS NOT NUMERIC
016150         MOVE "AMOUNT NOT NUMERIC" TO PR-REJECT-REASON
016160         GO TO 3300-EXIT
016170     END-IF.
016180     MOVE TN-ACCOUNT-ID TO AM-ACCOUNT-ID.
016190     READ ACCTMAST-FILE
016200         INVALID KEY
016210             MOVE "ACCOUNT NOT ON MASTER" TO PR-REJECT-REASON
016220     END-READ.
016230     IF PR-REJECT-REASON NOT = SPACES
016240         GO TO 3300-EXIT
016250     END-IF.
016260     IF AM-STATUS-CLOSED
016270         MOVE "ACCOUNT CLOSED" TO PR-REJECT-REASON
016280         GO TO 3300-EXIT
016290     END-IF.
016300     IF AM-STATUS-BLOCKED
016310         MOVE "ACCOUNT POST-BLOCKED" TO PR-REJECT-REASON
016320         GO TO 3300-EXIT
016330     END-IF.
016340     IF TN-DEBIT AND AM-BALANCE IS NUMERIC
016350         IF AM-OVERDRAFT-LIMIT IS NUMERIC
016360             MOVE AM-OVERDRAFT-LIMIT TO PR-ODRAFT-LIMIT
016370         ELSE
016380             MOVE ZERO TO PR-ODRAFT-LIMIT
016390         END-IF
016400         COMPUTE PR-AVAIL-FUNDS =
016410             AM-BALANCE + PR-ODRAFT-LIMIT
016420         IF TN-AMOUNT > PR-AVAIL-FUNDS
016430             MOVE "DEBIT EXCEEDS OVERDRAFT LIMIT"
016440                 TO PR-REJECT-REASON
016450         END-IF
016460     END-IF.
016470     IF PR-REJECT-REASON NOT = SPACES OR NOT TN-DEBIT
016480             OR AM-BALANCE IS NOT NUMERIC
016490         GO TO 3300-EXIT
016500     END-IF.
016510     PERFORM 3350-SUM-ACTIVE-HOLDS THRU 3350-EXIT.
016520     IF PR-REJECT-REASON NOT = SPACES
016530         GO TO 3300-EXIT
016540     END-IF.
016550     IF TN-AMOUNT > PR-AVAIL-FUNDS - PR-HELD-FUNDS
016560         MOVE "FUNDS ON HOLD" TO PR-REJECT-REASON
016570     END-IF.
016580 3300-EXIT.
016590     EXIT.
016600
016610*----------------------------------------------------------
016620* 3350-SUM-ACTIVE-HOLDS
016630* TOTALS INTO PR-HELD-FUNDS EVERY HOLD ON THE DETAIL'S
016640* ACCOUNT THAT IS ACTIVE AND NOT PAST ITS EXPIRY DATE - A
016650* HOLD HOLDEXP HAS NOT YET GOT ROUND TO EXPIRING NO LONGER
016660* COUNTS.  A READ FAILURE ON THE HOLD MASTER REJECTS THE
016670* DEBIT RATHER THAN LET IT THROUGH UNCHECKED.
016680*----------------------------------------------------------
016690 3350-SUM-ACTIVE-HOLDS.
016700     MOVE ZERO TO PR-HELD-FUNDS.
016710     IF PR-HOLDS-ABSENT
016720         GO TO 3350-EXIT
016730     END-IF.
016740     MOVE "N" TO PR-HSCAN-EOF-SWITCH.
016750     MOVE TN-ACCOUNT-ID TO HM-ACCOUNT-ID.
016760     MOVE ZERO TO HM-HOLD-SEQ.
016770     START HOLDMAST-FILE KEY IS NOT LESS THAN HM-KEY
016780         INVALID KEY
016790             SET PR-HSCAN-END-OF-FILE TO TRUE
016800     END-START.
016810     IF PR-HSCAN-END-OF-FILE
016820         GO TO 3350-EXIT
016830     END-IF.
016840     PERFORM 3360-READ-NEXT-HOLD THRU 3360-EXIT.
016850     PERFORM 3370-ADD-HOLD THRU 3370-EXIT
016860         UNTIL PR-HSCAN-END-OF-FILE.
016870 3350-EXIT.
016880     EXIT.
016890
016900*----------------------------------------------------------
016910* 3360-READ-NEXT-HOLD
016920* THE SCAN ENDS AT END OF FILE OR AT THE FIRST HOLD OF THE
016930* NEXT ACCOUNT.
016940*----------------------------------------------------------
016950 3360-READ-NEXT-HOLD.
016960     READ HOLDMAST-FILE NEXT RECORD
016970         AT END
016980             SET PR-HSCAN-END-OF-FILE TO TRUE
016990     END-READ.
017000     IF PR-HSCAN-END-OF-FILE
017010         GO TO 3360-EXIT
017020     END-IF.
017030     IF PR-HOLD-STATUS NOT = "00"
017040         DISPLAY "COBOLPROD - HOLDMAST READ FAILED - STATUS "
017050             PR-HOLD-STATUS
017060         MOVE "HOLD MASTER READ FAILED" TO PR-REJECT-REASON
017070         SET PR-HSCAN-END-OF-FILE TO TRUE
017080         GO TO 3360-EXIT
017090     END-IF.
017100     IF HM-ACCOUNT-ID NOT = TN-ACCOUNT-ID
017110         SET PR-HSCAN-END-OF-FILE TO TRUE
017120     END-IF.
017130 3360-EXIT.
017140     EXIT.
017150
017160*----------------------------------------------------------
017170* 3370-ADD-HOLD
017180*----------------------------------------------------------
017190 3370-ADD-HOLD.
017200     IF HM-STATUS-ACTIVE AND HM-AMOUNT IS NUMERIC
017210             AND HM-EXPIRY-DATE NOT < PR-PROCESS-DATE
017220         ADD HM-AMOUNT TO PR-HELD-FUNDS
017230     END-IF.
017240     PERFORM 3360-READ-NEXT-HOLD THRU 3360-EXIT.
017250 3370-EXIT.
017260     EXIT.
017270
017280*----------------------------------------------------------
017290* 3400-VALIDATE-REVERSAL
017300* THE POSTING AN "R" CARD NAMES MUST BE ON PSTJRNL, MUST NOT
017310* ITSELF BE A REVERSAL, AND MUST NOT HAVE BEEN REVERSED
017320* ALREADY - BY AN EARLIER RUN OR EARLIER IN THIS ONE.  THE
017330* CARD'S ACCOUNT MUST BE THE POSTING'S, AND AN AMOUNT KEYED
017340* ON THE CARD MUST BE THE POSTING'S TOO.  THE CARD IS THEN
017350* TURNED INTO THE OPPOSITE POSTING (OTHER SIDE, ORIGINAL
017360* AMOUNT) AND GIVEN THE ORDINARY DETAIL EDITS, SO A CLOSED
017370* ACCOUNT OR THE OVERDRAFT LIMIT STILL STOPS IT.  A REVERSAL
017380* THAT FAILS GOES TO SUSPENSE EXACTLY AS IT WAS KEYED.
017390*----------------------------------------------------------
017400 3400-VALIDATE-REVERSAL.
017410     IF TN-ACCOUNT-ID = SPACES
017420         MOVE "ACCOUNT ID BLANK" TO PR-REJECT-REASON
017430         GO TO 3400-EXIT
017440     END-IF.
017450     IF TN-REVERSE-REF = SPACES
017460         MOVE "REVERSAL REF BLANK" TO PR-REJECT-REASON
017470         GO TO 3400-EXIT
017480     END-IF.
017490     IF TN-AMOUNT-X NOT = SPACES AND TN-AMOUNT IS NOT NUMERIC
017500         MOVE "AMOUNT NOT NUMERIC" TO PR-REJECT-REASON
017510         GO TO 3400-EXIT
017520     END-IF.
017530     MOVE TN-REVERSE-REF TO PR-RV-KEY.
017540     PERFORM 1570-FIND-REVERSAL-ENTRY THRU 1570-EXIT.
017550     IF PR-RV-FOUND = ZERO
017560         MOVE "REVERSAL REF NOT ON JOURNAL" TO PR-REJECT-REASON
017570         GO TO 3400-EXIT
017580     END-IF.
017590     IF NOT PR-RV-ON-FILE (PR-RV-FOUND)
017600         MOVE "REVERSAL REF NOT ON JOURNAL" TO PR-REJECT-REASON
017610         GO TO 3400-EXIT
017620     END-IF.
017630     IF PR-RV-IS-REVERSAL (PR-RV-FOUND)
017640         MOVE "CANNOT REVERSE A REVERSAL" TO PR-REJECT-REASON
017650         GO TO 3400-EXIT
017660     END-IF.
017670     IF PR-RV-REVERSED-BY (PR-RV-FOUND) NOT = SPACES
017680         MOVE "POSTING ALREADY REVERSED" TO PR-REJECT-REASON
017690         GO TO 3400-EXIT
017700     END-IF.
017710     IF PR-RV-ACCOUNT (PR-RV-FOUND) NOT = TN-ACCOUNT-ID
017720         MOVE "REVERSAL ACCOUNT MISMATCH" TO PR-REJECT-REASON
017730         GO TO 3400-EXIT
017740     END-IF.
017750     IF TN-AMOUNT-X NOT = SPACES
017760         IF TN-AMOUNT NOT = PR-RV-AMOUNT (PR-RV-FOUND)
017770             MOVE "REVERSAL AMOUNT MISMATCH" TO PR-REJECT-REASON
017780             GO TO 3400-EXIT
017790         END-IF
017800     END-IF.
017810     MOVE TRAN-RECORD TO PR-SAVE-CARD.
017820     IF PR-RV-TRAN-CODE (PR-RV-FOUND) = "C"
017830         MOVE "D" TO TN-TRAN-CODE
017840     ELSE
017850         MOVE "C" TO TN-TRAN-CODE
017860     END-IF.
017870     MOVE PR-RV-AMOUNT (PR-RV-FOUND) TO TN-AMOUNT.
017880     PERFORM 3300-VALIDATE-DETAIL THRU 3300-EXIT.
017890     IF PR-REJECT-REASON NOT = SPACES
017900         MOVE PR-SAVE-CARD TO TRAN-RECORD
017910     END-IF.
017920 3400-EXIT.
017930     EXIT.
017940
017950*----------------------------------------------------------
017960* 3500-POST-DETAIL
017970* THE MASTER RECORD IS ALREADY IN ACCTMAST-RECORD FROM THE
017980* KEYED READ IN 3300.  CREDITS ADD, DEBITS SUBTRACT.
017990*----------------------------------------------------------
018000 3500-POST-DETAIL.
018010     IF TN-CREDIT
018020         ADD TN-AMOUNT TO AM-BALANCE
018030     ELSE
018040         SUBTRACT TN-AMOUNT FROM AM-BALANCE
018050     END-IF.
018060     REWRITE ACCTMAST-RECORD
018070         INVALID KEY
018080             MOVE "MASTER REWRITE FAILED" TO PR-REJECT-REASON
018090     END-REWRITE.
018100     IF PR-REJECT-REASON NOT = SPACES
018110             OR PR-MAST-STATUS NOT = "00"
018120         DISPLAY "COBOLPROD - ACCTMAST REWRITE FAILED - STATUS "
018130             PR-MAST-STATUS
018140         MOVE 8 TO PR-OVERALL-RC
018150         PERFORM 3600-REJECT-TRANSACTION THRU 3600-EXIT
018160         GO TO 3500-EXIT
018170     END-IF.
018180     ADD 1 TO PR-TRANS-POSTED.
018190     ADD TN-AMOUNT TO PR-POSTED-AMOUNT.
018200     PERFORM 3550-WRITE-JOURNAL THRU 3550-EXIT.
018210     IF TN-DEBIT AND AM-BALANCE < ZERO
018220         PERFORM 3560-NOTE-OVERDRAWN THRU 3560-EXIT
018230     END-IF.
018240     IF AM-HOME-BRANCH NOT = SPACES
018250             AND AM-HOME-BRANCH NOT = PR-BATCH-BRANCH-ID
018260             AND NOT PR-BATCH-SYSTEM-BRANCH
018270         PERFORM 3570-NOTE-CROSS-BRANCH THRU 3570-EXIT
018280     END-IF.
018290 3500-EXIT.
018300     EXIT.
018310
018320*----------------------------------------------------------
018330* 3550-WRITE-JOURNAL
018340* APPENDS THE POSTED DETAIL TO THE PERMANENT POSTING
018350* JOURNAL.  AM-BALANCE STILL HOLDS THE RESULT OF THE
018360* REWRITE THAT JUST SUCCEEDED.  A JOURNAL WRITE FAILURE
018370* FLAGS THE RUN (RC 8) BUT DOES NOT UNDO THE POSTING -
018380* THE MASTER AND THE TRAILER TOTALS STAY HONEST AND THE
018390* GAP IS VISIBLE ON THE CONSOLE.
018400*----------------------------------------------------------
018410 3550-WRITE-JOURNAL.
018420     MOVE SPACES TO PSTJRNL-RECORD.
018430     ADD 1 TO PR-JRNL-SEQUENCE.
018440     MOVE CH-RUN-DATE TO PJ-REF-RUN-DATE.
018450     DIVIDE CH-RUN-TIME BY 100 GIVING PJ-REF-RUN-TIME.
018460     MOVE PR-JRNL-SEQUENCE TO PJ-REF-SEQUENCE.
018470     MOVE "P" TO PJ-ENTRY-TYPE.
018480     IF TN-REVERSAL-RECORD
018490         MOVE "R" TO PJ-ENTRY-TYPE
018500         MOVE TN-REVERSE-REF TO PJ-LINKED-REF
018510     END-IF.
018520     MOVE TN-ACCOUNT-ID TO PJ-ACCOUNT-ID.
018530     MOVE TN-TRAN-CODE TO PJ-TRAN-CODE.
018540     MOVE TN-AMOUNT TO PJ-AMOUNT.
018550     MOVE CH-RUN-DATE TO PJ-RUN-DATE.
018560     MOVE CH-REQUESTING-OPERATOR TO PJ-OPERATOR-ID.
018570     MOVE AM-BALANCE TO PJ-RESULT-BALANCE.
018580     MOVE PR-BATCH-BRANCH-ID TO PJ-BRANCH-ID.
018590     MOVE "B" TO PJ-SOURCE.
018600     WRITE PSTJRNL-RECORD.
018610     IF PR-JRNL-STATUS NOT = "00"
018620         DISPLAY "COBOLPROD - PSTJRNL WRITE FAILED - STATUS "
018630             PR-JRNL-STATUS
018640         MOVE 8 TO PR-OVERALL-RC
018650         GO TO 3550-EXIT
018660     END-IF.
018670     IF TN-REVERSAL-RECORD
018680         PERFORM 3555-NOTE-REVERSAL-POSTED THRU 3555-EXIT
018690     END-IF.
018700 3550-EXIT.
018710     EXIT.
018720
018730*----------------------------------------------------------
018740* 3555-NOTE-REVERSAL-POSTED
018750* THE REVERSAL'S OWN ENTRY IS ON THE JOURNAL - REMEMBER ITS
018760* REFERENCE AGAINST THE ORIGINAL, SO A SECOND "R" CARD FOR
018770* THE SAME POSTING LATER IN THE DECK IS REFUSED AND 8800
018780* CAN REWRITE THE ORIGINAL TO NAME IT.
018790*----------------------------------------------------------
018800 3555-NOTE-REVERSAL-POSTED.
018810     ADD 1 TO PR-REVERSALS-POSTED.
018820     MOVE TN-REVERSE-REF TO PR-RV-KEY.
018830     PERFORM 1570-FIND-REVERSAL-ENTRY THRU 1570-EXIT.
018840     IF PR-RV-FOUND > ZERO
018850         MOVE PJ-POSTING-REF TO PR-RV-REVERSED-BY (PR-RV-FOUND)
018860     END-IF.
018870 3555-EXIT.
018880     EXIT.
018890
018900*----------------------------------------------------------
018910* 3560-NOTE-OVERDRAWN
018920* THE DEBIT WAS WITHIN THE OVERDRAFT LIMIT BUT LEFT THE
018930* ACCOUNT BELOW ZERO - REMEMBER THE ACCOUNT (LATEST
018940* BALANCE WINS) FOR THE OVERDRAWN SECTION OF POSTRPT.  A
018950* DAY OVERDRAWING MORE ACCOUNTS THAN THE TABLE HOLDS STILL
018960* POSTS; THE OVERFLOW IS REPORTED ON THE CONSOLE.
018970*----------------------------------------------------------
018980 3560-NOTE-OVERDRAWN.
018990     MOVE ZERO TO PR-OD-FOUND.
019000     IF PR-OD-COUNT > ZERO
019010         PERFORM 3565-MATCH-ODRAFT-ENTRY THRU 3565-EXIT
019020             VARYING PR-OD-SUB FROM 1 BY 1
019030             UNTIL PR-OD-SUB > PR-OD-COUNT
019040                 OR PR-OD-FOUND > ZERO
019050     END-IF.
019060     IF PR-OD-FOUND > ZERO
019070         MOVE AM-BALANCE TO PR-OD-BALANCE (PR-OD-FOUND)
019080         GO TO 3560-EXIT
019090     END-IF.
019100     IF PR-OD-COUNT = PR-OD-MAX
019110         DISPLAY "COBOLPROD - MORE THAN " PR-OD-MAX
019120             " ACCOUNTS OVERDRAWN - SECTION TRUNCATED"
019130         GO TO 3560-EXIT
019140     END-IF.
019150     ADD 1 TO PR-OD-COUNT.
019160     MOVE TN-ACCOUNT-ID TO PR-OD-ACCOUNT (PR-OD-COUNT).
019170     MOVE AM-BALANCE TO PR-OD-BALANCE (PR-OD-COUNT).
019180 3560-EXIT.
019190     EXIT.
019200
019210*----------------------------------------------------------
019220* 3565-MATCH-ODRAFT-ENTRY
019230*----------------------------------------------------------
019240 3565-MATCH-ODRAFT-ENTRY.
019250     IF PR-OD-ACCOUNT (PR-OD-SUB) = TN-ACCOUNT-ID
019260         MOVE PR-OD-SUB TO PR-OD-FOUND
019270     END-IF.
019280 3565-EXIT.
019290     EXIT.
019300
019310*----------------------------------------------------------
019320* 3570-NOTE-CROSS-BRANCH
019330* THE BATCH'S BRANCH JUST POSTED TO ANOTHER BRANCH'S ACCOUNT
019340* - REMEMBER THE POSTING, AS JOURNALLED, FOR THE CROSS-BRANCH
019350* SECTION OF POSTRPT.
019360*----------------------------------------------------------
019370 3570-NOTE-CROSS-BRANCH.
019380     IF PR-XB-COUNT = PR-XB-MAX
019390         ADD 1 TO PR-XB-NOT-LISTED
019400         GO TO 3570-EXIT
019410     END-IF.
019420     ADD 1 TO PR-XB-COUNT.
019430     MOVE PR-BATCH-BRANCH-ID TO PR-XB-POST-BRANCH (PR-XB-COUNT).
019440     MOVE AM-HOME-BRANCH TO PR-XB-HOME-BRANCH (PR-XB-COUNT).
019450     MOVE PJ-ACCOUNT-ID TO PR-XB-ACCOUNT (PR-XB-COUNT).
019460     MOVE PJ-TRAN-CODE TO PR-XB-TRAN-CODE (PR-XB-COUNT).
019470     MOVE PJ-AMOUNT TO PR-XB-AMOUNT (PR-XB-COUNT).
019480     MOVE PJ-POSTING-REF TO PR-XB-POSTING-REF (PR-XB-COUNT).
019490 3570-EXIT.
019500     EXIT.
019510
019520*----------------------------------------------------------
019530* 3600-REJECT-TRANSACTION
019540* THE ORIGINAL CARD GOES TO SUSPENSE UNCHANGED FOR NEXT-DAY
019550* REVIEW; THE REASON GOES ON THE POSTING REPORT.  WHILE A
019560* RESTART IS STILL SKIPPING COMMITTED BATCHES THE PRIOR RUN
019570* ALREADY WROTE THIS CARD TO SUSPENSE, SO IT IS ONLY NOTED
019580* ON THE REPORT - NEVER WRITTEN OR COUNTED A SECOND TIME.
019590*----------------------------------------------------------
019600 3600-REJECT-TRANSACTION.
019610     IF PR-BATCHES-DONE < PR-BATCHES-TO-SKIP
019620         PERFORM 3610-NOTE-SKIPPED-REJECT THRU 3610-EXIT
019630         GO TO 3600-EXIT
019640     END-IF.
019650     ADD 1 TO PR-TRANS-REJECTED.
019660     IF TN-AMOUNT IS NUMERIC
019670         ADD TN-AMOUNT TO PR-REJECTED-AMOUNT
019680     END-IF.
019690     MOVE TRAN-RECORD TO SUSPENSE-RECORD.
019700     MOVE PR-BATCH-BRANCH-ID TO SR-ORIG-BRANCH-ID.
019710     MOVE PR-SUSP-REFUSAL-FLAG TO SR-REFUSAL-FLAG.
019720     WRITE SUSPENSE-RECORD.
019730     IF PR-SUSP-STATUS NOT = "00"
019740         DISPLAY "COBOLPROD - SUSPENSE WRITE FAILED - STATUS "
019750             PR-SUSP-STATUS
019760         MOVE 8 TO PR-OVERALL-RC
019770     END-IF.
019780     MOVE TN-ACCOUNT-ID TO PR-REJ-ACCOUNT.
019790     MOVE TN-TRAN-CODE TO PR-REJ-CODE.
019800     MOVE TN-AMOUNT (1:9) TO PR-REJ-AMOUNT.
019810     MOVE PR-REJECT-REASON TO PR-REJ-REASON.
019820     WRITE POSTRPT-RECORD FROM PR-RPT-REJECT-LINE.
019830     IF PR-OVERALL-RC < 4
019840         MOVE 4 TO PR-OVERALL-RC
019850     END-IF.
019860 3600-EXIT.
019870     EXIT.
019880
019890*----------------------------------------------------------
019900* 3610-NOTE-SKIPPED-REJECT
019910*----------------------------------------------------------
019920 3610-NOTE-SKIPPED-REJECT.
019930     MOVE TN-ACCOUNT-ID TO PR-RSK-ACCOUNT.
019940     MOVE TN-TRAN-CODE TO PR-RSK-CODE.
019950     MOVE TN-AMOUNT (1:9) TO PR-RSK-AMOUNT.
019960     WRITE POSTRPT-RECORD FROM PR-RPT-RSKIP-LINE.
019970 3610-EXIT.
019980     EXIT.
019990
020000*----------------------------------------------------------
020010* 3700-CHECK-TRAILER
020020* THE "T" CARD CLOSES THE OPEN BATCH.  ITS COUNT AND HASH
020030* ARE CHECKED AGAINST WHAT WAS BUFFERED: IN BALANCE POSTS
020040* THE BUFFERED DETAILS, OUT OF BALANCE REJECTS THE WHOLE
020050* BATCH TO SUSPENSE SO ONE BRANCH'S BAD DECK CANNOT POISON
020060* THE OTHERS.  A TRAILER WITH NO OPEN BATCH IS A REJECT.  A
020070* BATCH IN BALANCE FROM A BRANCH 3215 WOULD NOT ACCEPT IS
020080* REJECTED WHOLE WITH THE BRANCH REASON - THE DECK ITSELF
020090* IS SOUND, SO THIS IS AN ORDINARY REJECT (RC 4) AND THE
020100* RUN STAYS IN BALANCE.  SO IS ONE WHOSE DATE 3217 WOULD
020110* NOT ACCEPT, WITH THE DATE REASON.
020120*----------------------------------------------------------
020130 3700-CHECK-TRAILER.
020140     IF NOT PR-BATCH-OPEN
020150         MOVE "TRAILER WITHOUT OPEN BATCH" TO PR-REJECT-REASON
020160         PERFORM 3600-REJECT-TRANSACTION THRU 3600-EXIT
020170         GO TO 3700-EXIT
020180     END-IF.
020190     SET PR-TRAILER-SEEN TO TRUE.
020200     IF PR-BATCHES-DONE < PR-BATCHES-TO-SKIP
020210         PERFORM 3745-NOTE-SKIPPED-BATCH THRU 3745-EXIT
020220         GO TO 3700-EXIT
020230     END-IF.
020240     IF TN-TRL-COUNT IS NOT NUMERIC
020250             OR TN-TRL-HASH IS NOT NUMERIC
020260         MOVE "TRAILER NOT NUMERIC" TO PR-REJECT-REASON
020270         PERFORM 3600-REJECT-TRANSACTION THRU 3600-EXIT
020280         MOVE "BATCH TRAILER UNUSABLE" TO PR-REJECT-REASON
020290         PERFORM 3730-REJECT-WHOLE-BATCH THRU 3730-EXIT
020300         MOVE 8 TO PR-OVERALL-RC
020310         GO TO 3700-EXIT
020320     END-IF.
020330     MOVE TN-TRL-COUNT TO PR-TRL-COUNT.
020340     MOVE TN-TRL-HASH TO PR-TRL-HASH.
020350     IF PR-BATCH-OVERFLOWED
020360         MOVE "BATCH EXCEEDS BUFFER" TO PR-REJECT-REASON
020370         PERFORM 3730-REJECT-WHOLE-BATCH THRU 3730-EXIT
020380         MOVE 8 TO PR-OVERALL-RC
020390         GO TO 3700-EXIT
020400     END-IF.
020410     IF PR-TRL-COUNT NOT = PR-BATCH-DTL-COUNT
020420             OR PR-TRL-HASH NOT = PR-BATCH-HASH
020430         MOVE "BATCH OUT OF BALANCE" TO PR-REJECT-REASON
020440         PERFORM 3730-REJECT-WHOLE-BATCH THRU 3730-EXIT
020450         MOVE 8 TO PR-OVERALL-RC
020460         GO TO 3700-EXIT
020470     END-IF.
020480     IF PR-BATCH-BRANCH-REASON NOT = SPACES
020490         MOVE PR-BATCH-BRANCH-REASON TO PR-REJECT-REASON
020500         PERFORM 3730-REJECT-WHOLE-BATCH THRU 3730-EXIT
020510         GO TO 3700-EXIT
020520     END-IF.
020530     IF PR-BATCH-DATE-REASON NOT = SPACES
020540         MOVE PR-BATCH-DATE-REASON TO PR-REJECT-REASON
020550         PERFORM 3730-REJECT-WHOLE-BATCH THRU 3730-EXIT
020560         GO TO 3700-EXIT
020570     END-IF.
020580     PERFORM 3710-POST-BATCH THRU 3710-EXIT.
020590 3700-EXIT.
020600     EXIT.
020610
020620*----------------------------------------------------------
020630* 3710-POST-BATCH
020640* THE BATCH PROVED ITS TRAILER - DISPOSE OF EACH BUFFERED
020650* CARD THE WAY SINGLE CARDS USED TO BE HANDLED AT READ
020660* TIME: VALIDATE, THEN POST OR REJECT INDIVIDUALLY.
020670*----------------------------------------------------------
020680 3710-POST-BATCH.
020690     PERFORM 3760-SNAPSHOT-RUN-TOTALS THRU 3760-EXIT.
020700     IF PR-BATCH-DTL-COUNT > ZERO
020710         PERFORM 3720-POST-BUFFERED-CARD THRU 3720-EXIT
020720             VARYING PR-BATCH-SUB FROM 1 BY 1
020730             UNTIL PR-BATCH-SUB > PR-BATCH-DTL-COUNT
020740     END-IF.
020750     MOVE "Y" TO PR-BATCH-BAL-FLAG.
020760     PERFORM 3750-CLOSE-BATCH THRU 3750-EXIT.
020770     MOVE ZERO TO PR-DETAILS-DONE.
020780     MOVE ZERO TO PR-DETAILS-TO-SKIP.
020790     ADD 1 TO PR-BATCHES-DONE.
020800     PERFORM 8600-WRITE-POSTCHK THRU 8600-EXIT.
020810 3710-EXIT.
020820     EXIT.
020830
020840*----------------------------------------------------------
020850* 3720-POST-BUFFERED-CARD
020860* THE TRANFILE RECORD AREA IS REUSED AS SCRATCH - THE
020870* TRAILER CARD IN IT HAS ALREADY GIVEN UP ITS TOTALS.  THE
020880* CHECKPOINT ADVANCES AS EACH CARD'S DISPOSITION COMMITS,
020890* SO A RUN THAT DIES MID-BATCH RESUMES AT THE FIRST
020900* UNCOMMITTED DETAIL; ON THAT RESUME THE DETAILS THE PRIOR
020910* RUN ALREADY COMMITTED ARE PASSED OVER, NOT POSTED AGAIN.
020920*----------------------------------------------------------
020930 3720-POST-BUFFERED-CARD.
020940     IF PR-DETAILS-DONE < PR-DETAILS-TO-SKIP
020950         ADD 1 TO PR-DETAILS-DONE
020960         GO TO 3720-EXIT
020970     END-IF.
020980     MOVE PR-BATCH-CARD (PR-BATCH-SUB) TO TRAN-RECORD.
020990     MOVE SPACES TO PR-REJECT-REASON.
021000     IF TN-REVERSAL-RECORD
021010         PERFORM 3400-VALIDATE-REVERSAL THRU 3400-EXIT
021020     ELSE
021030         PERFORM 3300-VALIDATE-DETAIL THRU 3300-EXIT
021040     END-IF.
021050     IF PR-REJECT-REASON NOT = SPACES
021060         PERFORM 3600-REJECT-TRANSACTION THRU 3600-EXIT
021070     ELSE
021080         PERFORM 3500-POST-DETAIL THRU 3500-EXIT
021090     END-IF.
021100     ADD 1 TO PR-DETAILS-DONE.
021110     PERFORM 8600-WRITE-POSTCHK THRU 8600-EXIT.
021120 3720-EXIT.
021130     EXIT.
021140
021150*----------------------------------------------------------
021160* 3730-REJECT-WHOLE-BATCH
021170* EVERY BUFFERED CARD OF THE BATCH GOES TO SUSPENSE WITH
021180* THE ONE BATCH-LEVEL REASON - NOTHING FROM THIS BATCH
021190* TOUCHED THE MASTER, SO A CORRECTED RESUBMISSION OF THE
021200* WHOLE DECK IS SAFE.  A BATCH REFUSED FOR ITS BRANCH DID
021210* BALANCE, SO IT IS FLAGGED "R" RATHER THAN OUT OF BALANCE,
021220* AND ONE REFUSED FOR ITS DATE "D".  THE FLAG IS SET FIRST
021230* SO 3740 CAN MARK EACH SUSPENDED CARD WITH IT.
021240*----------------------------------------------------------
021250 3730-REJECT-WHOLE-BATCH.
021260     MOVE PR-REJECT-REASON TO PR-BATCH-REASON.
021270     MOVE "N" TO PR-BATCH-BAL-FLAG.
021280     IF PR-BATCH-REASON = PR-BATCH-DATE-REASON
021290         MOVE "D" TO PR-BATCH-BAL-FLAG
021300     END-IF.
021310     IF PR-BATCH-REASON = PR-BATCH-BRANCH-REASON
021320         MOVE "R" TO PR-BATCH-BAL-FLAG
021330     END-IF.
021340     PERFORM 3760-SNAPSHOT-RUN-TOTALS THRU 3760-EXIT.
021350     IF PR-BATCH-DTL-COUNT > ZERO
021360         PERFORM 3740-REJECT-BUFFERED-CARD THRU 3740-EXIT
021370             VARYING PR-BATCH-SUB FROM 1 BY 1
021380             UNTIL PR-BATCH-SUB > PR-BATCH-DTL-COUNT
021390     END-IF.
021400     PERFORM 3750-CLOSE-BATCH THRU 3750-EXIT.
021410     MOVE ZERO TO PR-DETAILS-DONE.
021420     MOVE ZERO TO PR-DETAILS-TO-SKIP.
021430     ADD 1 TO PR-BATCHES-DONE.
021440     PERFORM 8600-WRITE-POSTCHK THRU 8600-EXIT.
021450 3730-EXIT.
021460     EXIT.
021470
021480*----------------------------------------------------------
021490* 3740-REJECT-BUFFERED-CARD
021500* SAME COMMIT-AND-SKIP DISCIPLINE AS 3720 - A RESUMED RUN
021510* MUST NOT WRITE A BATCH'S CARDS TO SUSPENSE A SECOND TIME.
021520* A CARD OF A BATCH REFUSED FOR ITS BRANCH OR DATE IS MARKED
021530* IN SUSPENSE COL 57, SO SUSPROC WILL NOT POST IT UNTIL A
021540* CORRECTION CARD RELEASES IT.
021550*----------------------------------------------------------
021560 3740-REJECT-BUFFERED-CARD.
021570     IF PR-DETAILS-DONE < PR-DETAILS-TO-SKIP
021580         ADD 1 TO PR-DETAILS-DONE
021590         GO TO 3740-EXIT
021600     END-IF.
021610     MOVE PR-BATCH-CARD (PR-BATCH-SUB) TO TRAN-RECORD.
021620     MOVE PR-BATCH-REASON TO PR-REJECT-REASON.
021630     IF PR-BATCH-BAL-FLAG = "R" OR PR-BATCH-BAL-FLAG = "D"
021640         MOVE PR-BATCH-BAL-FLAG TO PR-SUSP-REFUSAL-FLAG
021650     END-IF.
021660     PERFORM 3600-REJECT-TRANSACTION THRU 3600-EXIT.
021670     MOVE SPACE TO PR-SUSP-REFUSAL-FLAG.
021680     ADD 1 TO PR-DETAILS-DONE.
021690     PERFORM 8600-WRITE-POSTCHK THRU 8600-EXIT.
021700 3740-EXIT.
021710     EXIT.
021720
021730*----------------------------------------------------------
021740* 3745-NOTE-SKIPPED-BATCH
021750* THE CHECKPOINT SAYS AN EARLIER RUN ALREADY COMMITTED THIS
021760* BATCH - DROP THE BUFFER, NOTE IT ON THE REPORT, AND MOVE
021770* ON.  NOTHING POSTS AND NOTHING GOES TO SUSPENSE; DOING
021780* EITHER AGAIN IS EXACTLY THE DOUBLE-POSTING RESTART MUST
021790* PREVENT.
021800*----------------------------------------------------------
021810 3745-NOTE-SKIPPED-BATCH.
021820     ADD 1 TO PR-BATCHES-DONE.
021830     ADD 1 TO PR-BATCHES-SKIPPED.
021840     MOVE PR-BATCH-BRANCH-ID TO PR-SKIP-BRANCH.
021850     WRITE POSTRPT-RECORD FROM PR-RPT-SKIP-LINE.
021860     MOVE "N" TO PR-BATCH-OPEN-SWITCH.
021870 3745-EXIT.
021880     EXIT.
021890
021900*----------------------------------------------------------
021910* 3750-CLOSE-BATCH
021920* FOLDS THE CLOSED BATCH'S FIGURES INTO ITS BRANCH'S ROW
021930* OF THE SUMMARY TABLE.  THE BATCH'S OWN POSTED/REJECTED
021940* COUNTS ARE THE MOVEMENT IN THE RUN TOTALS SINCE THE
021950* SNAPSHOT TAKEN WHEN DISPOSAL STARTED.  A ROW OUT OF
021960* BALANCE STAYS SO WHATEVER ELSE THE BRANCH SENT; A REFUSED
021970* BATCH MARKS A ROW THAT WAS OTHERWISE IN BALANCE.
021980*----------------------------------------------------------
021990 3750-CLOSE-BATCH.
022000     PERFORM 3770-FIND-BRANCH-ENTRY THRU 3770-EXIT.
022010     ADD PR-BATCH-DTL-COUNT TO PR-BR-DETAILS (PR-BRANCH-FOUND).
022020     ADD PR-BATCH-HASH TO PR-BR-HASH (PR-BRANCH-FOUND).
022030     COMPUTE PR-BR-POSTED (PR-BRANCH-FOUND) =
022040         PR-BR-POSTED (PR-BRANCH-FOUND)
022050         + PR-TRANS-POSTED - PR-SAVE-POSTED.
022060     COMPUTE PR-BR-REJECTED (PR-BRANCH-FOUND) =
022070         PR-BR-REJECTED (PR-BRANCH-FOUND)
022080         + PR-TRANS-REJECTED - PR-SAVE-REJECTED.
022090     COMPUTE PR-BR-POSTED-AMT (PR-BRANCH-FOUND) =
022100         PR-BR-POSTED-AMT (PR-BRANCH-FOUND)
022110         + PR-POSTED-AMOUNT - PR-SAVE-POSTED-AMT.
022120     COMPUTE PR-BR-REJECT-AMT (PR-BRANCH-FOUND) =
022130         PR-BR-REJECT-AMT (PR-BRANCH-FOUND)
022140         + PR-REJECTED-AMOUNT - PR-SAVE-REJECT-AMT.
022150     IF PR-BATCH-BAL-FLAG = "N"
022160         MOVE "N" TO PR-BR-BALANCE-FLAG (PR-BRANCH-FOUND)
022170     END-IF.
022180     IF (PR-BATCH-BAL-FLAG = "R" OR PR-BATCH-BAL-FLAG = "D")
022190             AND PR-BR-BALANCE-FLAG (PR-BRANCH-FOUND) = "Y"
022200         MOVE PR-BATCH-BAL-FLAG
022210             TO PR-BR-BALANCE-FLAG (PR-BRANCH-FOUND)
022220     END-IF.
022230     MOVE "N" TO PR-BATCH-OPEN-SWITCH.
022240 3750-EXIT.
022250     EXIT.
022260
022270*----------------------------------------------------------
022280* 3760-SNAPSHOT-RUN-TOTALS
022290*----------------------------------------------------------
022300 3760-SNAPSHOT-RUN-TOTALS.
022310     MOVE PR-TRANS-POSTED TO PR-SAVE-POSTED.
022320     MOVE PR-TRANS-REJECTED TO PR-SAVE-REJECTED.
022330     MOVE PR-POSTED-AMOUNT TO PR-SAVE-POSTED-AMT.
022340     MOVE PR-REJECTED-AMOUNT TO PR-SAVE-REJECT-AMT.
022350 3760-EXIT.
022360     EXIT.
022370
022380*----------------------------------------------------------
022390* 3770-FIND-BRANCH-ENTRY
022400* FINDS (OR ADDS) THE SUMMARY ROW FOR THE CLOSING BATCH'S
022410* BRANCH.  A DAY WITH MORE BRANCHES THAN THE TABLE HOLDS
022420* IS A CONFIGURATION ERROR - THE OVERFLOW FOLDS INTO THE
022430* LAST ROW SO NO FIGURES ARE LOST, AND THE RUN FLAGS RC 8.
022440*----------------------------------------------------------
022450 3770-FIND-BRANCH-ENTRY.
022460     MOVE ZERO TO PR-BRANCH-FOUND.
022470     IF PR-BRANCH-COUNT > ZERO
022480         PERFORM 3780-MATCH-BRANCH-ENTRY THRU 3780-EXIT
022490             VARYING PR-BRANCH-SUB FROM 1 BY 1
022500             UNTIL PR-BRANCH-SUB > PR-BRANCH-COUNT
022510                 OR PR-BRANCH-FOUND > ZERO
022520     END-IF.
022530     IF PR-BRANCH-FOUND > ZERO
022540         GO TO 3770-EXIT
022550     END-IF.
022560     IF PR-BRANCH-COUNT = PR-BRANCH-MAX
022570         DISPLAY "COBOLPROD - MORE THAN " PR-BRANCH-MAX
022580             " BRANCHES - TOTALS FOLDED INTO LAST ROW"
022590         MOVE 8 TO PR-OVERALL-RC
022600         MOVE PR-BRANCH-MAX TO PR-BRANCH-FOUND
022610         GO TO 3770-EXIT
022620     END-IF.
022630     ADD 1 TO PR-BRANCH-COUNT.
022640     MOVE PR-BRANCH-COUNT TO PR-BRANCH-FOUND.
022650     MOVE PR-BATCH-BRANCH-ID
022660         TO PR-BR-BRANCH-ID (PR-BRANCH-FOUND).
022670     MOVE ZERO TO PR-BR-DETAILS (PR-BRANCH-FOUND).
022680     MOVE ZERO TO PR-BR-POSTED (PR-BRANCH-FOUND).
022690     MOVE ZERO TO PR-BR-REJECTED (PR-BRANCH-FOUND).
022700     MOVE ZERO TO PR-BR-HASH (PR-BRANCH-FOUND).
022710     MOVE ZERO TO PR-BR-POSTED-AMT (PR-BRANCH-FOUND).
022720     MOVE ZERO TO PR-BR-REJECT-AMT (PR-BRANCH-FOUND).
022730     MOVE "Y" TO PR-BR-BALANCE-FLAG (PR-BRANCH-FOUND).
022740 3770-EXIT.
022750     EXIT.
022760
022770*----------------------------------------------------------
022780* 3780-MATCH-BRANCH-ENTRY
022790*----------------------------------------------------------
022800 3780-MATCH-BRANCH-ENTRY.
022810     IF PR-BR-BRANCH-ID (PR-BRANCH-SUB) = PR-BATCH-BRANCH-ID
022820         MOVE PR-BRANCH-SUB TO PR-BRANCH-FOUND
022830     END-IF.
022840 3780-EXIT.
022850     EXIT.
022860
022870
022880*----------------------------------------------------------
022890* 3800-PRINT-BALANCE-REPORT
022900*----------------------------------------------------------
022910 3800-PRINT-BALANCE-REPORT.
022920     WRITE POSTRPT-RECORD FROM PR-BLANK-LINE.
022930     MOVE SPACES TO PR-RPT-COUNT-LINE.
022940     MOVE "TRANSACTIONS READ" TO PR-CNT-LABEL.
022950     MOVE PR-TRANS-READ TO PR-CNT-COUNT.
022960     WRITE POSTRPT-RECORD FROM PR-RPT-COUNT-LINE.
022970     MOVE "DETAIL TRANSACTIONS" TO PR-CNT-LABEL.
022980     MOVE PR-DETAIL-COUNT TO PR-CNT-COUNT.
022990     WRITE POSTRPT-RECORD FROM PR-RPT-COUNT-LINE.
023000     MOVE "TRANSACTIONS POSTED" TO PR-CNT-LABEL.
023010     MOVE PR-TRANS-POSTED TO PR-CNT-COUNT.
023020     WRITE POSTRPT-RECORD FROM PR-RPT-COUNT-LINE.
023030     MOVE "  OF WHICH REVERSALS" TO PR-CNT-LABEL.
023040     MOVE PR-REVERSALS-POSTED TO PR-CNT-COUNT.
023050     WRITE POSTRPT-RECORD FROM PR-RPT-COUNT-LINE.
023060     MOVE "TRANSACTIONS REJECTED" TO PR-CNT-LABEL.
023070     MOVE PR-TRANS-REJECTED TO PR-CNT-COUNT.
023080     WRITE POSTRPT-RECORD FROM PR-RPT-COUNT-LINE.
023090     IF PR-BATCHES-SKIPPED > ZERO
023100         MOVE "BATCHES SKIPPED (RESTART)" TO PR-CNT-LABEL
023110         MOVE PR-BATCHES-SKIPPED TO PR-CNT-COUNT
023120         WRITE POSTRPT-RECORD FROM PR-RPT-COUNT-LINE
023130     END-IF.
023140     MOVE SPACES TO PR-RPT-AMOUNT-LINE.
023150     MOVE "AMOUNT IN (HASH OF DETAILS)" TO PR-AMT-LABEL.
023160     MOVE PR-HASH-TOTAL TO PR-AMT-AMOUNT.
023170     WRITE POSTRPT-RECORD FROM PR-RPT-AMOUNT-LINE.
023180     MOVE "AMOUNT POSTED" TO PR-AMT-LABEL.
023190     MOVE PR-POSTED-AMOUNT TO PR-AMT-AMOUNT.
023200     WRITE POSTRPT-RECORD FROM PR-RPT-AMOUNT-LINE.
023210     MOVE "AMOUNT REJECTED TO SUSPENSE" TO PR-AMT-LABEL.
023220     MOVE PR-REJECTED-AMOUNT TO PR-AMT-AMOUNT.
023230     WRITE POSTRPT-RECORD FROM PR-RPT-AMOUNT-LINE.
023240     PERFORM 3860-PRINT-BRANCH-SECTION THRU 3860-EXIT.
023250     PERFORM 3880-PRINT-ODRAFT-SECTION THRU 3880-EXIT.
023260     PERFORM 3890-PRINT-XBRANCH-SECTION THRU 3890-EXIT.
023270     PERFORM 3850-CHECK-CONTROL-TOTALS THRU 3850-EXIT.
023280 3800-EXIT.
023290     EXIT.
023300
023310*----------------------------------------------------------
023320* 3850-CHECK-CONTROL-TOTALS
023330* EVERY BATCH BALANCED MEANS THE RUN BALANCED.  A BATCH
023340* FLAGGED OUT OF BALANCE WAS ALREADY REJECTED WHOLE TO
023350* SUSPENSE AND RAISED RC 8 AT THE TIME.
023360*----------------------------------------------------------
023370 3850-CHECK-CONTROL-TOTALS.
023380     MOVE "Y" TO PR-ALL-BALANCED-SWITCH.
023390     IF PR-BRANCH-COUNT > ZERO
023400         PERFORM 3855-CHECK-BRANCH-FLAG THRU 3855-EXIT
023410             VARYING PR-BRANCH-SUB FROM 1 BY 1
023420             UNTIL PR-BRANCH-SUB > PR-BRANCH-COUNT
023430     END-IF.
023440     IF PR-ALL-BALANCED
023450         MOVE "CONTROL TOTALS IN BALANCE" TO PR-RPT-BALANCE-LINE
023460         WRITE POSTRPT-RECORD FROM PR-RPT-BALANCE-LINE
023470     ELSE
023480         MOVE "OUT OF BALANCE - SEE BRANCH"
023490             TO PR-RPT-BALANCE-LINE
023500         MOVE "BALANCE SECTION" TO PR-RPT-BALANCE-LINE (29:15)
023510         WRITE POSTRPT-RECORD FROM PR-RPT-BALANCE-LINE
023520     END-IF.
023530 3850-EXIT.
023540     EXIT.
023550
023560*----------------------------------------------------------
023570* 3855-CHECK-BRANCH-FLAG
023580*----------------------------------------------------------
023590 3855-CHECK-BRANCH-FLAG.
023600     IF PR-BR-BALANCE-FLAG (PR-BRANCH-SUB) = "N"
023610         MOVE "N" TO PR-ALL-BALANCED-SWITCH
023620     END-IF.
023630 3855-EXIT.
023640     EXIT.
023650
023660*----------------------------------------------------------
023670* 3860-PRINT-BRANCH-SECTION
023680*----------------------------------------------------------
023690 3860-PRINT-BRANCH-SECTION.
023700     IF PR-BRANCH-COUNT = ZERO
023710         GO TO 3860-EXIT
023720     END-IF.
023730     WRITE POSTRPT-RECORD FROM PR-BLANK-LINE.
023740     WRITE POSTRPT-RECORD FROM PR-RPT-BRANCH-HEADING.
023750     PERFORM 3870-PRINT-BRANCH-LINE THRU 3870-EXIT
023760         VARYING PR-BRANCH-SUB FROM 1 BY 1
023770         UNTIL PR-BRANCH-SUB > PR-BRANCH-COUNT.
023780     WRITE POSTRPT-RECORD FROM PR-BLANK-LINE.
023790 3860-EXIT.
023800     EXIT.
023810
023820*----------------------------------------------------------
023830* 3870-PRINT-BRANCH-LINE
023840*----------------------------------------------------------
023850 3870-PRINT-BRANCH-LINE.
023860     MOVE SPACES TO PR-RPT-BRANCH-LINE.
023870     MOVE PR-BR-BRANCH-ID (PR-BRANCH-SUB) TO PR-BRL-BRANCH.
023880     MOVE PR-BR-DETAILS (PR-BRANCH-SUB) TO PR-BRL-DETAILS.
023890     MOVE PR-BR-POSTED (PR-BRANCH-SUB) TO PR-BRL-POSTED.
023900     MOVE PR-BR-REJECTED (PR-BRANCH-SUB) TO PR-BRL-REJECTED.
023910     MOVE PR-BR-HASH (PR-BRANCH-SUB) TO PR-BRL-HASH.
023920     MOVE PR-BR-POSTED-AMT (PR-BRANCH-SUB)
023930         TO PR-BRL-POSTED-AMT.
023940     MOVE PR-BR-REJECT-AMT (PR-BRANCH-SUB)
023950         TO PR-BRL-REJECT-AMT.
023960     IF PR-BR-BALANCE-FLAG (PR-BRANCH-SUB) = "Y"
023970         MOVE "IN BALANCE" TO PR-BRL-STATUS
023980     END-IF.
023990     IF PR-BR-BALANCE-FLAG (PR-BRANCH-SUB) = "R"
024000         MOVE "BRANCH REFUSED" TO PR-BRL-STATUS
024010     END-IF.
024020     IF PR-BR-BALANCE-FLAG (PR-BRANCH-SUB) = "D"
024030         MOVE "DATE REFUSED" TO PR-BRL-STATUS
024040     END-IF.
024050     IF PR-BR-BALANCE-FLAG (PR-BRANCH-SUB) = "N"
024060         MOVE "OUT OF BALANCE" TO PR-BRL-STATUS
024070     END-IF.
024080     WRITE POSTRPT-RECORD FROM PR-RPT-BRANCH-LINE.
024090 3870-EXIT.
024100     EXIT.
024110
024120*----------------------------------------------------------
024130* 3880-PRINT-ODRAFT-SECTION
024140*----------------------------------------------------------
024150 3880-PRINT-ODRAFT-SECTION.
024160     IF PR-OD-COUNT = ZERO
024170         GO TO 3880-EXIT
024180     END-IF.
024190     WRITE POSTRPT-RECORD FROM PR-RPT-ODRAFT-HEADING.
024200     PERFORM 3885-PRINT-ODRAFT-LINE THRU 3885-EXIT
024210         VARYING PR-OD-SUB FROM 1 BY 1
024220         UNTIL PR-OD-SUB > PR-OD-COUNT.
024230     WRITE POSTRPT-RECORD FROM PR-BLANK-LINE.
024240 3880-EXIT.
024250     EXIT.
024260
024270*----------------------------------------------------------
024280* 3885-PRINT-ODRAFT-LINE
024290*----------------------------------------------------------
024300 3885-PRINT-ODRAFT-LINE.
024310     MOVE PR-OD-ACCOUNT (PR-OD-SUB) TO PR-ODL-ACCOUNT.
024320     MOVE PR-OD-BALANCE (PR-OD-SUB) TO PR-ODL-BALANCE.
024330     WRITE POSTRPT-RECORD FROM PR-RPT-ODRAFT-LINE.
024340 3885-EXIT.
024350     EXIT.
024360
024370*----------------------------------------------------------
024380* 3890-PRINT-XBRANCH-SECTION
024390*----------------------------------------------------------
024400 3890-PRINT-XBRANCH-SECTION.
024410     IF PR-XB-COUNT = ZERO
024420         GO TO 3890-EXIT
024430     END-IF.
024440     WRITE POSTRPT-RECORD FROM PR-RPT-XBRANCH-HEADING.
024450     WRITE POSTRPT-RECORD FROM PR-RPT-XBRANCH-COLUMNS.
024460     PERFORM 3895-PRINT-XBRANCH-LINE THRU 3895-EXIT
024470         VARYING PR-XB-SUB FROM 1 BY 1
024480         UNTIL PR-XB-SUB > PR-XB-COUNT.
024490     IF PR-XB-NOT-LISTED > ZERO
024500         MOVE SPACES TO PR-RPT-COUNT-LINE
024510         MOVE "  MORE NOT LISTED - TABLE FULL" TO PR-CNT-LABEL
024520         MOVE PR-XB-NOT-LISTED TO PR-CNT-COUNT
024530         WRITE POSTRPT-RECORD FROM PR-RPT-COUNT-LINE
024540     END-IF.
024550     WRITE POSTRPT-RECORD FROM PR-BLANK-LINE.
024560 3890-EXIT.
024570     EXIT.
024580
024590*----------------------------------------------------------
024600* 3895-PRINT-XBRANCH-LINE
024610*----------------------------------------------------------
024620 3895-PRINT-XBRANCH-LINE.
024630     MOVE PR-XB-POST-BRANCH (PR-XB-SUB) TO PR-XBL-POST-BRANCH.
024640     MOVE PR-XB-HOME-BRANCH (PR-XB-SUB) TO PR-XBL-HOME-BRANCH.
024650     MOVE PR-XB-ACCOUNT (PR-XB-SUB) TO PR-XBL-ACCOUNT.
024660     MOVE PR-XB-TRAN-CODE (PR-XB-SUB) TO PR-XBL-TRAN-CODE.
024670     MOVE PR-XB-AMOUNT (PR-XB-SUB) TO PR-XBL-AMOUNT.
024680     MOVE PR-XB-POSTING-REF (PR-XB-SUB) TO PR-XBL-POSTING-REF.
024690     WRITE POSTRPT-RECORD FROM PR-RPT-XBRANCH-LINE.
024700 3895-EXIT.
024710     EXIT.
024720
024730*----------------------------------------------------------
024740* 3900-CLOSE-POSTING-FILES
024750*----------------------------------------------------------
024760 3900-CLOSE-POSTING-FILES.
024770     CLOSE TRANFILE-FILE.
024780     CLOSE ACCTMAST-FILE.
024790     CLOSE SUSPENSE-FILE.
024800     CLOSE PSTJRNL-FILE.
024810     CLOSE POSTRPT-FILE.
024820     IF PR-HOLDS-PRESENT
024830         CLOSE HOLDMAST-FILE
024840     END-IF.
024850     CLOSE BRCHMAST-FILE.
024860 3900-EXIT.
024870     EXIT.
024880
024890*----------------------------------------------------------
024900* 8600-WRITE-POSTCHK
024910* REWRITES THE SINGLE CHECKPOINT RECORD FROM SCRATCH AFTER
024920* EVERY COMMITTED DETAIL AND AGAIN AT EACH BATCH
024930* BOUNDARY.  A FAILURE HERE IS REPORTED (RC 8)
024940* BUT THE RUN KEEPS POSTING - LOSING RESTARTABILITY IS NOT
024950* A REASON TO THROW AWAY THE REST OF THE DAY'S WORK.
024960*----------------------------------------------------------
024970 8600-WRITE-POSTCHK.
024980     OPEN OUTPUT POSTCHK-FILE.
024990     IF PR-CHK-STATUS NOT = "00"
025000         DISPLAY "COBOLPROD - POSTCHK OPEN FAILED - STATUS "
025010             PR-CHK-STATUS
025020         MOVE 8 TO PR-OVERALL-RC
025030         GO TO 8600-EXIT
025040     END-IF.
025050     MOVE SPACES TO POSTCHK-RECORD.
025060     MOVE CH-RUN-DATE TO PK-RUN-DATE.
025070     MOVE CH-RUN-TIME TO PK-RUN-TIME.
025080     MOVE PR-SCAN-COUNT TO PK-TRAN-COUNT.
025090     MOVE PR-SCAN-HASH TO PK-HASH-TOTAL.
025100     MOVE PR-BATCHES-DONE TO PK-BATCHES-DONE.
025110     MOVE PR-DETAILS-DONE TO PK-DETAILS-DONE.
025120     MOVE PR-OVERALL-RC TO PK-OVERALL-RC.
025130     WRITE POSTCHK-RECORD.
025140     IF PR-CHK-STATUS NOT = "00"
025150         DISPLAY "COBOLPROD - POSTCHK WRITE FAILED - STATUS "
025160             PR-CHK-STATUS
025170         MOVE 8 TO PR-OVERALL-RC
025180     END-IF.
025190     CLOSE POSTCHK-FILE.
025200 8600-EXIT.
025210     EXIT.
025220
025230*----------------------------------------------------------
025240* 8650-RECORD-COMPLETION
025250* THE INPUT WAS PROCESSED TO ITS END - EVERY BATCH EITHER
025260* POSTED OR WENT TO SUSPENSE WHOLE - SO ITS IDENTITY GOES
025270* TO POSTCTL AS COMPLETE AND A RESUBMISSION WILL BE
025280* REFUSED.  BUILT EMPTY ON FIRST USE.
025290*----------------------------------------------------------
025300 8650-RECORD-COMPLETION.
025310     OPEN EXTEND POSTCTL-FILE.
025320     IF PR-CTL-STATUS NOT = "00"
025330         OPEN OUTPUT POSTCTL-FILE
025340     END-IF.
025350     IF PR-CTL-STATUS NOT = "00"
025360         DISPLAY "COBOLPROD - POSTCTL OPEN FAILED - STATUS "
025370             PR-CTL-STATUS
025380         MOVE 8 TO PR-OVERALL-RC
025390         GO TO 8650-EXIT
025400     END-IF.
025410     MOVE SPACES TO POSTCTL-RECORD.
025420     MOVE CH-RUN-DATE TO PC-RUN-DATE.
025430     MOVE PR-SCAN-COUNT TO PC-TRAN-COUNT.
025440     MOVE PR-SCAN-HASH TO PC-HASH-TOTAL.
025450     MOVE "C" TO PC-STATUS.
025460     WRITE POSTCTL-RECORD.
025470     IF PR-CTL-STATUS NOT = "00"
025480         DISPLAY "COBOLPROD - POSTCTL WRITE FAILED - STATUS "
025490             PR-CTL-STATUS
025500         MOVE 8 TO PR-OVERALL-RC
025510     END-IF.
025520     CLOSE POSTCTL-FILE.
025530 8650-EXIT.
025540     EXIT.
025550
025560*----------------------------------------------------------
025570* 8700-CLEAR-POSTCHK
025580* TRUNCATES THE CHECKPOINT EMPTY SO THE NEXT INPUT STARTS
025590* FROM THE TOP.
025600*----------------------------------------------------------
025610 8700-CLEAR-POSTCHK.
025620     OPEN OUTPUT POSTCHK-FILE.
025630     IF PR-CHK-STATUS = "00"
025640         CLOSE POSTCHK-FILE
025650     ELSE
025660         DISPLAY "COBOLPROD - POSTCHK CLEAR FAILED - STATUS "
025670             PR-CHK-STATUS
025680         MOVE 8 TO PR-OVERALL-RC
025690     END-IF.
025700 8700-EXIT.
025710     EXIT.
025720
025730*----------------------------------------------------------
025740* 8800-MARK-REVERSED-ORIGINALS
025750* ONCE THE POSTING FILES ARE CLOSED, EVERY ORIGINAL ENTRY
025760* REVERSED THIS RUN (OR BY A RUN THAT DIED BEFORE GETTING
025770* HERE) IS REWRITTEN IN PLACE ON PSTJRNL WITH THE REFERENCE
025780* OF ITS REVERSAL, SO STATEMENTS AND THE TRIAL BALANCE SEE
025790* THE PAIR AS ONE CORRECTION.  A MARK THAT CANNOT BE MADE
025800* IS RC 8 - THE POSTINGS STAND, BUT THE LINK IS MISSING.
025810*----------------------------------------------------------
025820 8800-MARK-REVERSED-ORIGINALS.
025830     MOVE ZERO TO PR-RV-TO-MARK.
025840     IF PR-RV-COUNT > ZERO
025850         PERFORM 8810-COUNT-UNMARKED THRU 8810-EXIT
025860             VARYING PR-RV-SUB FROM 1 BY 1
025870             UNTIL PR-RV-SUB > PR-RV-COUNT
025880     END-IF.
025890     IF PR-RV-TO-MARK = ZERO
025900         GO TO 8800-EXIT
025910     END-IF.
025920     OPEN I-O PSTJRNL-FILE.
025930     IF PR-JRNL-STATUS NOT = "00"
025940         DISPLAY "COBOLPROD - UNABLE TO REOPEN PSTJRNL - STATUS "
025950             PR-JRNL-STATUS " - " PR-RV-TO-MARK
025960             " REVERSED POSTINGS NOT MARKED"
025970         MOVE 8 TO PR-OVERALL-RC
025980         GO TO 8800-EXIT
025990     END-IF.
026000     MOVE "N" TO PR-JSCAN-EOF-SWITCH.
026010     PERFORM 8850-MARK-JOURNAL-ROW THRU 8850-EXIT
026020         UNTIL PR-JSCAN-END-OF-FILE
026030             OR PR-RV-TO-MARK = ZERO.
026040     CLOSE PSTJRNL-FILE.
026050     DISPLAY "COBOLPROD - " PR-RV-MARKED-COUNT
026060         " REVERSED POSTINGS MARKED ON PSTJRNL".
026070     IF PR-RV-TO-MARK > ZERO
026080         DISPLAY "COBOLPROD - " PR-RV-TO-MARK
026090             " REVERSED POSTINGS COULD NOT BE MARKED"
026100         MOVE 8 TO PR-OVERALL-RC
026110     END-IF.
026120 8800-EXIT.
026130     EXIT.
026140
026150*----------------------------------------------------------
026160* 8810-COUNT-UNMARKED
026170*----------------------------------------------------------
026180 8810-COUNT-UNMARKED.
026190     IF PR-RV-REVERSED-BY (PR-RV-SUB) NOT = SPACES
026200             AND NOT PR-RV-MARKED (PR-RV-SUB)
026210         ADD 1 TO PR-RV-TO-MARK
026220     END-IF.
026230 8810-EXIT.
026240     EXIT.
026250
026260*----------------------------------------------------------
026270* 8850-MARK-JOURNAL-ROW
026280*----------------------------------------------------------
026290 8850-MARK-JOURNAL-ROW.
026300     READ PSTJRNL-FILE
026310         AT END
026320             SET PR-JSCAN-END-OF-FILE TO TRUE
026330     END-READ.
026340     IF PR-JSCAN-END-OF-FILE
026350         GO TO 8850-EXIT
026360     END-IF.
026370     IF PJ-ENTRY-REVERSAL OR PJ-LINKED-REF NOT = SPACES
026380         GO TO 8850-EXIT
026390     END-IF.
026400     MOVE PJ-POSTING-REF TO PR-RV-KEY.
026410     PERFORM 1570-FIND-REVERSAL-ENTRY THRU 1570-EXIT.
026420     IF PR-RV-FOUND = ZERO
026430         GO TO 8850-EXIT
026440     END-IF.
026450     IF PR-RV-MARKED (PR-RV-FOUND)
026460             OR PR-RV-REVERSED-BY (PR-RV-FOUND) = SPACES
026470         GO TO 8850-EXIT
026480     END-IF.
026490     MOVE PR-RV-REVERSED-BY (PR-RV-FOUND) TO PJ-LINKED-REF.
026500     REWRITE PSTJRNL-RECORD.
026510     IF PR-JRNL-STATUS NOT = "00"
026520         DISPLAY "COBOLPROD - PSTJRNL REWRITE FAILED - STATUS "
026530             PR-JRNL-STATUS
026540         MOVE 8 TO PR-OVERALL-RC
026550         GO TO 8850-EXIT
026560     END-IF.
026570     MOVE "Y" TO PR-RV-MARKED-SWITCH (PR-RV-FOUND).
026580     SUBTRACT 1 FROM PR-RV-TO-MARK.
026590     ADD 1 TO PR-RV-MARKED-COUNT.
026600 8850-EXIT.
026610     EXIT.
026620
026630 END PROGRAM COBOLPROD.
