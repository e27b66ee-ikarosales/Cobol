000430*                  STEP WITH COBOLPROD - AND A POSTED ITEM THAT
000440*                  LEAVES THE ACCOUNT BELOW ZERO IS NOTED ON
000450*                  THE REPORT LINE.
000460* 2026-10-15 IKS   REVERSAL CARDS.  A SUSPENDED "R" CARD (OR A
000470*                  CORRECTION SUPPLYING A NEW REFERENCE FOR ONE)
000480*                  IS EDITED AND POSTED EXACTLY AS COBOLPROD'S
000490*                  3400-VALIDATE-REVERSAL DOES - THE ORIGINAL MUST
000500*                  BE ON PSTJRNL, NOT ITSELF A REVERSAL, AND NOT
000510*                  ALREADY REVERSED - AND THE REVERSED ORIGINAL IS
000520*                  MARKED ON THE JOURNAL AT END OF RUN.  JOURNAL
000530*                  ENTRIES NOW CARRY A POSTING REFERENCE AND AN
000540*                  ENTRY TYPE; PSTJRNL RECORD IS NOW 120 BYTES.
000550* 2026-10-15 IKS   FUNDS HOLDS, IN STEP WITH COBOLPROD.  A DEBIT
000560*                  IS CHECKED AGAINST BALANCE PLUS OVERDRAFT LIMIT
000570*                  LESS THE ACCOUNT'S ACTIVE, UNEXPIRED HOLDS ON
000580*                  HOLDMAST; ONE THE HOLDS STOP STAYS IN SUSPENSE
000590*                  AS "FUNDS ON HOLD".
000600* 2026-10-15 IKS   A JOURNAL ENTRY POSTED HERE CARRIES SOURCE "S"
000610*                  AND THE BRANCH COBOLPROD STAMPED ON THE
000620*                  SUSPENDED CARD (COLS 69-72; "????" FOR A CARD
000630*                  SUSPENDED BEFORE THE BRANCH WAS KEPT), FOR THE
000640*                  GENERAL LEDGER EXTRACT.
000650* 2026-10-15 IKS   BUSINESS-DAY CALENDAR (CALMAST, VIA BUSDAY).
000660*                  AN ITEM'S AGE IS NOW COUNTED IN BUSINESS DAYS,
000670*                  SO A LONG WEEKEND NO LONGER ESCALATES IT.  A
000680*                  RUN ON A NON-BUSINESS DAY STOPS (RC 8) UNLESS
000690*                  SYSIN COLS 41-48 SAY "OVERRIDE".
000700* 2026-10-15 IKS   MONTH-END ACCRUAL.  A CHARGE THE ACCRUAL RUN
000710*                  COULD NOT POST ARRIVES HERE WITH ITS CHARGE
000720*                  TYPE (COL 50) AND MONTH (COLS 51-56); ONCE IT
000730*                  POSTS IT IS JOURNALLED AS THAT INTEREST OR FEE
000740*                  CHARGE, NOT AS AN ORDINARY POSTING.
000750* 2026-10-15 IKS   A CARD FROM A BATCH COBOLPROD REFUSED FOR ITS
000760*                  BRANCH ("R") OR ITS DATE ("D") IS MARKED IN
000770*                  COL 57 AND NO LONGER POSTS JUST BECAUSE IT
000780*                  PASSES THE ACCOUNT EDITS: IT IS CARRIED FORWARD
000790*                  UNTIL A SUSPCORR CARD MATCHES IT, AND A BRANCH-
000800*                  REFUSED CARD ALSO WAITS WHILE ITS BRANCH (COLS
000810*                  69-72) IS NOT OPEN ON BRCHMAST.
000820* 2026-10-15 IKS   SYSIN COLS 41-48 MUST BE BLANK OR "OVERRIDE";
000830*                  ANYTHING ELSE NOW REFUSES THE RUN (RC 8), AS
000840*                  IN COBOLPROD.  A MISKEYED OVERRIDE USED TO BE
000850*                  TAKEN AS NO OVERRIDE.
000860*================================================================
000870 IDENTIFICATION DIVISION.
000880 PROGRAM-ID. SUSPROC.
000890
000900 ENVIRONMENT DIVISION.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT PARM-FILE ASSIGN TO SYSIN
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS PF-FILE-STATUS.
000960
000970     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS SP-SUSP-STATUS.
001000
001010     SELECT SUSPCORR-FILE ASSIGN TO SUSPCORR
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS SP-CORR-STATUS.
001040
001050     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS RANDOM
001080         RECORD KEY IS AM-ACCOUNT-ID
001090         FILE STATUS IS SP-MAST-STATUS.
001100
001110     SELECT SUSPNEW-FILE ASSIGN TO SUSPNEW
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS SP-SNEW-STATUS.
001140
001150     SELECT SUSPRPT-FILE ASSIGN TO SUSPRPT
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS SP-RPT-STATUS.
001180
001190     SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS SP-JRNL-STATUS.
001220
001230     SELECT HOLDMAST-FILE ASSIGN TO HOLDMAST
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS HM-KEY
001270         FILE STATUS IS SP-HOLD-STATUS.
001280
001290     SELECT BRCHMAST-FILE ASSIGN TO BRCHMAST
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS RANDOM
001320         RECORD KEY IS BM-BRANCH-ID
001330         FILE STATUS IS SP-BRCH-STATUS.
001340
001350 DATA DIVISION.
001360 FILE SECTION.
001370 FD  PARM-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  PARM-RECORD.
001400     05  PARM-OPERATOR-ID            PIC X(16).
001410     05  PARM-ESCALATE-DAYS          PIC X(03).
001420     05  FILLER                      PIC X(21).
001430     05  PARM-OVERRIDE               PIC X(08).
001440
001450*----------------------------------------------------------
001460* SUSPENSE-FILE - THE 80-BYTE CARD IMAGES COBOLPROD WROTE,
001470* PLUS CARRIED-FORWARD ITEMS FROM EARLIER RUNS OF THIS
001480* PROGRAM.  COLS 1-21 ARE THE ORIGINAL TRANFILE CARD FIELDS;
001490* COLS 73-80 CARRY THE DATE THE ITEM WAS FIRST SUSPENDED
001500* (BLANK ON A CARD FRESH FROM COBOLPROD - THIS PROGRAM
001510* STAMPS TODAY'S DATE WHEN IT CARRIES THE ITEM FORWARD).
001520* COLS 69-72 CARRY THE BRANCH OF THE BATCH THE CARD CAME IN
001530* ON, STAMPED BY COBOLPROD.
001540* AN "R" REVERSAL CARD CARRIES THE POSTING REFERENCE IT
001550* NAMES IN COLS 22-41, AS ON TRANFILE.
001560* A CHARGE THE MONTH-END ACCRUAL RUN COULD NOT POST CARRIES
001570* ITS CHARGE TYPE IN COL 50 AND THE MONTH IT IS FOR IN COLS
001580* 51-56.
001590* COL 57 IS "R" OR "D" WHEN COBOLPROD REFUSED THE CARD'S WHOLE
001600* BATCH FOR ITS BRANCH OR ITS DATE; SUCH A CARD ONLY POSTS
001610* ONCE A CORRECTION CARD MATCHES IT.
001620*----------------------------------------------------------
001630 FD  SUSPENSE-FILE
001640     LABEL RECORDS ARE STANDARD
001650     RECORD CONTAINS 80 CHARACTERS.
001660 01  SUSP-RECORD.
001670     05  SU-RECORD-TYPE              PIC X(01).
001680         88  SU-DETAIL-RECORD               VALUE "D".
001690         88  SU-REVERSAL-RECORD             VALUE "R".
001700     05  SU-ACCOUNT-ID               PIC X(10).
001710     05  SU-TRAN-CODE                PIC X(01).
001720         88  SU-CREDIT                      VALUE "C".
001730         88  SU-DEBIT                       VALUE "D".
001740     05  SU-AMOUNT                   PIC 9(07)V99.
001750     05  SU-REVERSE-REF              PIC X(20).
001760     05  FILLER                      PIC X(08).
001770     05  SU-CHARGE-TYPE              PIC X(01).
001780         88  SU-INTEREST-CHARGE             VALUE "I".
001790         88  SU-FEE-CHARGE                  VALUE "F".
001800         88  SU-ACCRUAL-CHARGE              VALUES "I", "F".
001810     05  SU-CHARGE-PERIOD            PIC X(06).
001820     05  SU-REFUSAL-FLAG             PIC X(01).
001830         88  SU-BRANCH-REFUSED              VALUE "R".
001840         88  SU-DATE-REFUSED                VALUE "D".
001850     05  FILLER                      PIC X(11).
001860     05  SU-ORIG-BRANCH-ID           PIC X(04).
001870     05  SU-FIRST-SUSP-DATE          PIC X(08).
001880
001890*----------------------------------------------------------
001900* SUSPCORR-FILE - ONE 80-BYTE CARD PER CORRECTION.  COLS
001910* 1-20 IDENTIFY THE ORIGINAL SUSPENDED CARD (ACCOUNT, TRAN
001920* CODE, AMOUNT AS SUSPENDED); COLS 21-40 CARRY THE CORRECTED
001930* VALUES.  A BLANK CORRECTED FIELD KEEPS THE ORIGINAL VALUE,
001940* SO A CARD SUSPENDED FOR A BAD ACCOUNT ONLY NEEDS THE NEW
001950* ACCOUNT SUPPLIED.  A CORRECTION MATCHES AT MOST ONE
001960* SUSPENDED ITEM (THE FIRST STILL-UNMATCHED ONE).
001970* FOR A SUSPENDED "R" CARD, COLS 41-60 MAY ALSO NAME THE
001980* REFERENCE AS SUSPENDED (BLANK MATCHES ANY) AND COLS 61-80
001990* A CORRECTED REFERENCE.
002000*----------------------------------------------------------
002010 FD  SUSPCORR-FILE
002020     LABEL RECORDS ARE STANDARD
002030     RECORD CONTAINS 80 CHARACTERS.
002040 01  SUSPCORR-RECORD.
002050     05  CR-ORIG-ACCOUNT-ID          PIC X(10).
002060     05  CR-ORIG-TRAN-CODE           PIC X(01).
002070     05  CR-ORIG-AMOUNT              PIC X(09).
002080     05  CR-NEW-ACCOUNT-ID           PIC X(10).
002090     05  CR-NEW-TRAN-CODE            PIC X(01).
002100     05  CR-NEW-AMOUNT               PIC X(09).
002110     05  CR-ORIG-REVERSE-REF         PIC X(20).
002120     05  CR-NEW-REVERSE-REF          PIC X(20).
002130
002140 FD  ACCTMAST-FILE
002150     LABEL RECORDS ARE STANDARD
002160     RECORD CONTAINS 60 CHARACTERS.
002170     COPY ACCTMAST.
002180
002190 FD  SUSPNEW-FILE
002200     LABEL RECORDS ARE STANDARD
002210     RECORD CONTAINS 80 CHARACTERS.
002220 01  SUSPNEW-RECORD                  PIC X(80).
002230
002240 FD  SUSPRPT-FILE
002250     LABEL RECORDS ARE STANDARD
002260     RECORD CONTAINS 132 CHARACTERS.
002270 01  SUSPRPT-RECORD                  PIC X(132).
002280
002290 FD  PSTJRNL-FILE
002300     LABEL RECORDS ARE STANDARD
002310     RECORD CONTAINS 120 CHARACTERS.
002320     COPY PSTJRNL.
002330
002340 FD  HOLDMAST-FILE
002350     LABEL RECORDS ARE STANDARD
002360     RECORD CONTAINS 120 CHARACTERS.
002370     COPY HOLDMAST.
002380
002390 FD  BRCHMAST-FILE
002400     LABEL RECORDS ARE STANDARD
002410     RECORD CONTAINS 80 CHARACTERS.
002420     COPY BRCHMAST.
002430
002440 WORKING-STORAGE SECTION.
002450 01  OPERATOR-ID                     PIC X(16) VALUE "OPER001".
002460 01  SAIDA                           PIC X(16).
002470 01  COBOLINIT-STATUS                PIC 9(02) VALUE ZERO.
002480 01  RUN-TIMESTAMP.
002490     05  RUN-TS-DATE                 PIC 9(08).
002500     05  RUN-TS-TIME                 PIC 9(08).
002510 01  OPERATOR-AUTHORITY              PIC 9(02) VALUE ZERO.
002520     COPY BOOK.
002530     COPY BDAYPARM.
002540
002550*----------------------------------------------------------
002560* MINIMUM OM-AUTHORITY-LEVEL REQUIRED TO POST AGAINST THE
002570* ACCOUNT MASTER - THE SAME BAR COBOLPROD SETS FOR THE
002580* DAILY POSTING RUN ITSELF.
002590*----------------------------------------------------------
002600 77  REQUIRED-AUTHORITY              PIC 9(02) VALUE 50.
002610 77  PF-FILE-STATUS                  PIC X(02) VALUE SPACES.
002620 77  PF-EOF-SWITCH                   PIC X(01) VALUE "N".
002630     88  PF-END-OF-FILE                      VALUE "Y".
002640
002650 77  SP-SUSP-STATUS                  PIC X(02) VALUE SPACES.
002660 77  SP-CORR-STATUS                  PIC X(02) VALUE SPACES.
002670 77  SP-MAST-STATUS                  PIC X(02) VALUE SPACES.
002680 77  SP-SNEW-STATUS                  PIC X(02) VALUE SPACES.
002690 77  SP-RPT-STATUS                   PIC X(02) VALUE SPACES.
002700 77  SP-JRNL-STATUS                  PIC X(02) VALUE SPACES.
002710 77  SP-HOLD-STATUS                  PIC X(02) VALUE SPACES.
002720 77  SP-BRCH-STATUS                  PIC X(02) VALUE SPACES.
002730 77  SP-BRCH-OPEN-SWITCH             PIC X(01) VALUE "N".
002740     88  SP-BRCH-OPEN                       VALUE "Y".
002750 77  SP-CORRECTED-SWITCH             PIC X(01) VALUE "N".
002760     88  SP-ITEM-CORRECTED                  VALUE "Y".
002770 77  SP-SUSP-EOF-SWITCH              PIC X(01) VALUE "N".
002780     88  SP-SUSP-END-OF-FILE                VALUE "Y".
002790 77  SP-CORR-EOF-SWITCH              PIC X(01) VALUE "N".
002800     88  SP-CORR-END-OF-FILE                VALUE "Y".
002810 77  SP-JSCAN-EOF-SWITCH             PIC X(01) VALUE "N".
002820     88  SP-JSCAN-END-OF-FILE               VALUE "Y".
002830 77  SP-OVERALL-RC                   PIC 9(02) VALUE ZERO.
002840 77  SP-REJECT-REASON                PIC X(30) VALUE SPACES.
002850
002860 77  SP-ESCALATE-DAYS                PIC 9(03) VALUE ZERO.
002870 77  SP-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002880 77  SP-OVERRIDE-SWITCH              PIC X(01) VALUE "N".
002890     88  SP-CALENDAR-OVERRIDE               VALUE "Y".
002900 77  SP-ITEM-DATE                    PIC 9(08) VALUE ZERO.
002910 77  SP-ITEM-AGE                     PIC S9(05) COMP VALUE ZERO.
002920
002930 77  SP-ITEMS-READ                   PIC 9(07) COMP VALUE ZERO.
002940 77  SP-ITEMS-POSTED                 PIC 9(07) COMP VALUE ZERO.
002950 77  SP-REVERSALS-POSTED             PIC 9(07) COMP VALUE ZERO.
002960 77  SP-ITEMS-CARRIED                PIC 9(07) COMP VALUE ZERO.
002970 77  SP-ITEMS-ESCALATED              PIC 9(07) COMP VALUE ZERO.
002980 77  SP-CORR-APPLIED                 PIC 9(07) COMP VALUE ZERO.
002990 77  SP-CORR-UNMATCHED               PIC 9(07) COMP VALUE ZERO.
003000
003010 77  SP-ODRAFT-LIMIT                 PIC 9(07)V99 COMP-3
003020                                     VALUE ZERO.
003030 77  SP-AVAIL-FUNDS                  PIC S9(11)V99 COMP-3
003040                                     VALUE ZERO.
003050 77  SP-POSTED-AMOUNT                PIC S9(11)V99 COMP-3
003060                                     VALUE ZERO.
003070 77  SP-CARRIED-AMOUNT               PIC S9(11)V99 COMP-3
003080                                     VALUE ZERO.
003090 77  SP-HELD-FUNDS                   PIC S9(11)V99 COMP-3
003100                                     VALUE ZERO.
003110 77  SP-HOLDS-SWITCH                 PIC X(01) VALUE "Y".
003120     88  SP-HOLDS-PRESENT                   VALUE "Y".
003130     88  SP-HOLDS-ABSENT                    VALUE "N".
003140 77  SP-HSCAN-EOF-SWITCH             PIC X(01) VALUE "N".
003150     88  SP-HSCAN-END-OF-FILE               VALUE "Y".
003160
003170 77  SP-CORR-MAX                     PIC 9(03) COMP VALUE 100.
003180 77  SP-CORR-COUNT                   PIC 9(03) COMP VALUE ZERO.
003190 77  SP-CORR-SUB                     PIC 9(03) COMP VALUE ZERO.
003200 77  SP-CORR-FOUND                   PIC 9(03) COMP VALUE ZERO.
003210
003220*----------------------------------------------------------
003230* CORRECTION TABLE - LOADED FROM SUSPCORR AT STARTUP.  EACH
003240* ROW IS CONSUMED BY THE FIRST SUSPENDED ITEM IT MATCHES;
003250* ROWS STILL UNUSED AT END OF RUN ARE REPORTED SO A MISTYPED
003260* CORRECTION DOES NOT VANISH SILENTLY.
003270*----------------------------------------------------------
003280 01  SP-CORR-TABLE.
003290     05  SP-CORR-ENTRY OCCURS 100 TIMES.
003300         10  SP-CT-ORIG-ACCOUNT      PIC X(10).
003310         10  SP-CT-ORIG-CODE         PIC X(01).
003320         10  SP-CT-ORIG-AMOUNT       PIC X(09).
003330         10  SP-CT-NEW-ACCOUNT       PIC X(10).
003340         10  SP-CT-NEW-CODE          PIC X(01).
003350         10  SP-CT-NEW-AMOUNT        PIC X(09).
003360         10  SP-CT-ORIG-REF          PIC X(20).
003370         10  SP-CT-NEW-REF           PIC X(20).
003380         10  SP-CT-USED-SWITCH       PIC X(01).
003390             88  SP-CT-USED                 VALUE "Y".
003400
003410*----------------------------------------------------------
003420* JOURNAL POSTING REFERENCE - RUN DATE, RUN TIME (HHMMSS)
003430* AND A SEQUENCE THROUGH THE RUN, AS COBOLPROD BUILDS IT.
003440*----------------------------------------------------------
003450 77  SP-JRNL-SEQUENCE                PIC 9(06) VALUE ZERO.
003460
003470*----------------------------------------------------------
003480* REVERSAL CONTROL - THE SAME TABLE COBOLPROD KEEPS.  1300
003490* AND 1550 COLLECT EVERY REFERENCE A SUSPENDED "R" CARD OR
003500* A CORRECTION NAMES, AND 1700 LOOKS EACH ONE UP ON PSTJRNL
003510* BEFORE THE JOURNAL IS OPENED FOR THIS RUN'S POSTINGS.
003520*----------------------------------------------------------
003530 77  SP-RV-MAX                       PIC 9(03) COMP VALUE 200.
003540 77  SP-RV-COUNT                     PIC 9(03) COMP VALUE ZERO.
003550 77  SP-RV-SUB                       PIC 9(03) COMP VALUE ZERO.
003560 77  SP-RV-FOUND                     PIC 9(03) COMP VALUE ZERO.
003570 77  SP-RV-TO-MARK                   PIC 9(03) COMP VALUE ZERO.
003580 77  SP-RV-MARKED-COUNT              PIC 9(03) COMP VALUE ZERO.
003590 77  SP-RV-KEY                       PIC X(20) VALUE SPACES.
003600
003610 01  SP-REVERSAL-TABLE.
003620     05  SP-REVERSAL-ENTRY OCCURS 200 TIMES.
003630         10  SP-RV-REF               PIC X(20).
003640         10  SP-RV-ON-FILE-SWITCH    PIC X(01).
003650             88  SP-RV-ON-FILE              VALUE "Y".
003660         10  SP-RV-ACCOUNT           PIC X(10).
003670         10  SP-RV-TRAN-CODE         PIC X(01).
003680         10  SP-RV-AMOUNT            PIC 9(07)V99.
003690         10  SP-RV-ENTRY-TYPE        PIC X(01).
003700             88  SP-RV-IS-REVERSAL          VALUE "R".
003710         10  SP-RV-REVERSED-BY       PIC X(20).
003720         10  SP-RV-MARKED-SWITCH     PIC X(01).
003730             88  SP-RV-MARKED               VALUE "Y".
003740
003750 01  SP-WORK-CARD.
003760     05  SP-WK-RECORD-TYPE           PIC X(01).
003770         88  SP-WK-DETAIL-RECORD            VALUE "D".
003780         88  SP-WK-REVERSAL-RECORD          VALUE "R".
003790     05  SP-WK-ACCOUNT-ID            PIC X(10).
003800     05  SP-WK-TRAN-CODE             PIC X(01).
003810         88  SP-WK-CREDIT                   VALUE "C".
003820         88  SP-WK-DEBIT                    VALUE "D".
003830     05  SP-WK-AMOUNT                PIC 9(07)V99.
003840     05  SP-WK-AMOUNT-X REDEFINES SP-WK-AMOUNT
003850                                     PIC X(09).
003860     05  SP-WK-REVERSE-REF           PIC X(20).
003870     05  FILLER                      PIC X(31).
003880     05  SP-WK-FIRST-SUSP-DATE       PIC X(08).
003890
003900 01  SP-RPT-HEADING-1.
003910     05  FILLER                      PIC X(33)
003920             VALUE "SUSPROC SUSPENSE REPROCESSING".
003930     05  FILLER                      PIC X(06) VALUE "DATE: ".
003940     05  SP-HDG-DATE                 PIC 9(08).
003950     05  FILLER                      PIC X(85) VALUE SPACES.
003960
003970 01  SP-RPT-HEADING-2.
003980     05  FILLER                      PIC X(10)
003990             VALUE "OPERATOR: ".
004000     05  SP-HDG-OPERATOR-ID          PIC X(16).
004010     05  FILLER                      PIC X(02) VALUE " (".
004020     05  SP-HDG-OPERATOR-NAME        PIC X(16).
004030     05  FILLER                      PIC X(01) VALUE ")".
004040     05  FILLER                      PIC X(20)
004050             VALUE "  ESCALATE OVER ".
004060     05  SP-HDG-ESCALATE-DAYS        PIC Z(02)9.
004070     05  FILLER                      PIC X(14)
004080             VALUE " BUSINESS DAYS".
004090     05  FILLER                      PIC X(49) VALUE SPACES.
004100
004110 01  SP-RPT-ITEM-LINE.
004120     05  SP-ITM-DISPOSAL             PIC X(10).
004130     05  SP-ITM-ACCOUNT              PIC X(10).
004140     05  FILLER                      PIC X(02) VALUE SPACES.
004150     05  SP-ITM-CODE                 PIC X(01).
004160     05  FILLER                      PIC X(02) VALUE SPACES.
004170     05  SP-ITM-AMOUNT               PIC X(09).
004180     05  FILLER                      PIC X(03) VALUE " - ".
004190     05  SP-ITM-REASON               PIC X(30).
004200     05  FILLER                      PIC X(65) VALUE SPACES.
004210
004220 01  SP-RPT-AGING-HEADING.
004230     05  FILLER                      PIC X(12) VALUE "AGING ".
004240     05  FILLER                      PIC X(12) VALUE "ACCOUNT".
004250     05  FILLER                      PIC X(04) VALUE "CD".
004260     05  FILLER                      PIC X(11) VALUE "AMOUNT".
004270     05  FILLER                      PIC X(12) VALUE "FIRST-SUSP".
004280     05  FILLER                      PIC X(06) VALUE "DAYS".
004290     05  FILLER                      PIC X(75) VALUE SPACES.
004300
004310 01  SP-RPT-AGING-LINE.
004320     05  FILLER                      PIC X(12) VALUE SPACES.
004330     05  SP-AGE-ACCOUNT              PIC X(10).
004340     05  FILLER                      PIC X(02) VALUE SPACES.
004350     05  SP-AGE-CODE                 PIC X(01).
004360     05  FILLER                      PIC X(03) VALUE SPACES.
004370     05  SP-AGE-AMOUNT               PIC X(09).
004380     05  FILLER                      PIC X(02) VALUE SPACES.
004390     05  SP-AGE-FIRST-DATE           PIC X(08).
004400     05  FILLER                      PIC X(04) VALUE SPACES.
004410     05  SP-AGE-DAYS                 PIC Z(04)9.
004420     05  FILLER                      PIC X(02) VALUE SPACES.
004430     05  SP-AGE-FLAG                 PIC X(10).
004440     05  FILLER                      PIC X(64) VALUE SPACES.
004450
004460 01  SP-RPT-COUNT-LINE.
004470     05  SP-CNT-LABEL                PIC X(30).
004480     05  SP-CNT-COUNT                PIC Z(06)9.
004490     05  FILLER                      PIC X(95) VALUE SPACES.
004500
004510 01  SP-RPT-AMOUNT-LINE.
004520     05  SP-AMT-LABEL                PIC X(30).
004530     05  SP-AMT-AMOUNT               PIC Z(10)9.99-.
004540     05  FILLER                      PIC X(87) VALUE SPACES.
004550
004560 01  SP-BLANK-LINE                   PIC X(132) VALUE SPACES.
004570
004580 PROCEDURE DIVISION.
004590*----------------------------------------------------------
004600* 0000-MAINLINE
004610*----------------------------------------------------------
004620 0000-MAINLINE.
004630     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
004640     IF SP-OVERALL-RC NOT = ZERO
004650         GO TO 0000-WRAP-UP
004660     END-IF.
004670     PERFORM 1200-RESOLVE-OPERATOR THRU 1200-EXIT.
004680     IF SP-OVERALL-RC NOT = ZERO
004690         GO TO 0000-WRAP-UP
004700     END-IF.
004710     PERFORM 1250-CHECK-BUSINESS-DAY THRU 1250-EXIT.
004720     IF SP-OVERALL-RC NOT = ZERO
004730         GO TO 0000-WRAP-UP
004740     END-IF.
004750     PERFORM 1300-COLLECT-REVERSAL-REFS THRU 1300-EXIT.
004760     IF SP-OVERALL-RC = 8
004770         GO TO 0000-WRAP-UP
004780     END-IF.
004790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004800     IF SP-OVERALL-RC = 8
004810         GO TO 0000-WRAP-UP
004820     END-IF.
004830     PERFORM 1500-LOAD-CORRECTIONS THRU 1500-EXIT.
004840     IF SP-OVERALL-RC = 8
004850         GO TO 0000-WRAP-UP
004860     END-IF.
004870     PERFORM 1700-SCAN-JOURNAL THRU 1700-EXIT.
004880     IF SP-OVERALL-RC = 8
004890         GO TO 0000-WRAP-UP
004900     END-IF.
004910     PERFORM 1800-OPEN-JOURNAL THRU 1800-EXIT.
004920     IF SP-OVERALL-RC = 8
004930         GO TO 0000-WRAP-UP
004940     END-IF.
004950     PERFORM 2500-READ-SUSPENSE THRU 2500-EXIT.
004960     PERFORM 2000-PROCESS-SUSPENSE-ITEM THRU 2000-EXIT
004970         UNTIL SP-SUSP-END-OF-FILE.
004980     PERFORM 7000-REPORT-UNMATCHED-CORR THRU 7000-EXIT.
004990 0000-WRAP-UP.
005000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005010 0000-EXIT.
005020     STOP RUN.
005030
005040*----------------------------------------------------------
005050* 1100-READ-PARM-CARD
005060* SYSIN CARD - COLS 1-16 CARRY THE RUNNING OPERATOR'S ID
005070* (BLANK TAKES THE DEFAULT), COLS 17-19 THE ESCALATION
005080* PERIOD IN BUSINESS DAYS, COLS 41-48 "OVERRIDE" TO RUN ON
005090* A NON-BUSINESS DAY.  A MISSING OR NON-NUMERIC ESCALATION
005100* PERIOD STOPS THE RUN - AGING MUST NEVER GUESS HOW LONG
005110* AN ITEM MAY SIT IN SUSPENSE.  ANYTHING BUT "OVERRIDE" OR
005120* BLANK IN COLS 41-48 REFUSES THE RUN (RC 8).
005130*----------------------------------------------------------
005140 1100-READ-PARM-CARD.
005150     OPEN INPUT PARM-FILE.
005160     IF PF-FILE-STATUS NOT = "00"
005170         DISPLAY "SUSPROC - UNABLE TO OPEN SYSIN - STATUS "
005180             PF-FILE-STATUS
005190         MOVE 8 TO SP-OVERALL-RC
005200         GO TO 1100-EXIT
005210     END-IF.
005220     READ PARM-FILE
005230         AT END SET PF-END-OF-FILE TO TRUE
005240     END-READ.
005250     IF PF-END-OF-FILE
005260             OR PARM-ESCALATE-DAYS IS NOT NUMERIC
005270             OR PARM-ESCALATE-DAYS = "000"
005280         DISPLAY "SUSPROC - ESCALATION DAYS CARD MISSING OR "
005290             "NOT 001-999 - RUN STOPPED"
005300         MOVE 8 TO SP-OVERALL-RC
005310     ELSE
005320         MOVE PARM-ESCALATE-DAYS TO SP-ESCALATE-DAYS
005330         IF PARM-OPERATOR-ID NOT = SPACES
005340             MOVE PARM-OPERATOR-ID TO OPERATOR-ID
005350         END-IF
005360         IF PARM-OVERRIDE = "OVERRIDE"
005370             SET SP-CALENDAR-OVERRIDE TO TRUE
005380         END-IF
005390         IF PARM-OVERRIDE NOT = SPACES
005400                 AND NOT SP-CALENDAR-OVERRIDE
005410             DISPLAY "SUSPROC - SYSIN COLS 41-48 " PARM-OVERRIDE
005420                 " NOT BLANK OR OVERRIDE - RUN REFUSED"
005430             MOVE 8 TO SP-OVERALL-RC
005440         END-IF
005450     END-IF.
005460     CLOSE PARM-FILE.
005470 1100-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------
005510* 1200-RESOLVE-OPERATOR
005520* SAME GATE AS COBOLPROD - THIS PROGRAM REWRITES ACCTMAST,
005530* SO IT DEMANDS THE SAME PRODUCTION AUTHORITY.
005540*----------------------------------------------------------
005550 1200-RESOLVE-OPERATOR.
005560     MOVE SPACES TO SAIDA.
005570     MOVE ZERO TO COBOLINIT-STATUS.
005580     MOVE ZERO TO RUN-TIMESTAMP.
005590     CALL "COBOLINIT" USING OPERATOR-ID, SAIDA, COBOLINIT-STATUS,
005600             RUN-TIMESTAMP, BK-VERSION, OPERATOR-AUTHORITY.
005610     IF COBOLINIT-STATUS = 12
005620         DISPLAY "SUSPROC - OPERATOR " OPERATOR-ID
005630             " IS INACTIVE OR EXPIRED - RUN REFUSED"
005640         MOVE 8 TO SP-OVERALL-RC
005650         GO TO 1200-EXIT
005660     END-IF.
005670     IF COBOLINIT-STATUS NOT = ZERO
005680         DISPLAY "SUSPROC - UNABLE TO RESOLVE OPERATOR ID - "
005690             "STATUS " COBOLINIT-STATUS
005700         MOVE 8 TO SP-OVERALL-RC
005710         GO TO 1200-EXIT
005720     END-IF.
005730     IF OPERATOR-AUTHORITY < REQUIRED-AUTHORITY
005740         DISPLAY "SUSPROC - OPERATOR " OPERATOR-ID
005750             " AUTHORITY " OPERATOR-AUTHORITY
005760             " BELOW REQUIRED " REQUIRED-AUTHORITY
005770             " - RUN REFUSED"
005780         MOVE 8 TO SP-OVERALL-RC
005790     END-IF.
005800 1200-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------
005840* 1250-CHECK-BUSINESS-DAY
005850* TAKES THE RUN DATE AND CHECKS IT ON THE BUSINESS-DAY
005860* CALENDAR.  A NON-BUSINESS DAY - OR A YEAR THE CALENDAR HAS
005870* NOT BEEN LOADED FOR - STOPS THE RUN (RC 8) UNLESS SYSIN
005880* SAYS OVERRIDE.  NO CALENDAR AT ALL ALWAYS STOPS IT - THE
005890* AGING BELOW COULD NOT BE COUNTED.
005900*----------------------------------------------------------
005910 1250-CHECK-BUSINESS-DAY.
005920     ACCEPT SP-CURRENT-DATE FROM DATE YYYYMMDD.
005930     MOVE "C" TO BD-FUNCTION.
005940     MOVE SP-CURRENT-DATE TO BD-DATE.
005950     CALL "BUSDAY" USING BDAY-PARMS.
005960     IF BD-STATUS > 4
005970         DISPLAY "SUSPROC - BUSINESS CALENDAR UNAVAILABLE FOR "
005980             SP-CURRENT-DATE " - STATUS " BD-STATUS
005990             " - RUN STOPPED"
006000         MOVE 8 TO SP-OVERALL-RC
006010         GO TO 1250-EXIT
006020     END-IF.
006030     IF BD-STATUS = 4
006040         MOVE "YEAR NOT ON CALENDAR" TO BD-DAY-NAME
006050         MOVE "N" TO BD-BUSINESS-SWITCH
006060     END-IF.
006070     IF BD-BUSINESS-DAY
006080         GO TO 1250-EXIT
006090     END-IF.
006100     IF SP-CALENDAR-OVERRIDE
006110         DISPLAY "SUSPROC - " SP-CURRENT-DATE
006120             " IS NOT A BUSINESS DAY (" BD-DAY-NAME
006130             ") - RUNNING UNDER SYSIN OVERRIDE"
006140     ELSE
006150         DISPLAY "SUSPROC - " SP-CURRENT-DATE
006160             " IS NOT A BUSINESS DAY (" BD-DAY-NAME
006170             ") - RUN STOPPED.  TO RUN ANYWAY PUT OVERRIDE"
006180             " IN SYSIN COLS 41-48"
006190         MOVE 8 TO SP-OVERALL-RC
006200     END-IF.
006210 1250-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------
006250* 1000-INITIALIZE
006260* SP-CURRENT-DATE WAS TAKEN BY 1250.
006270*----------------------------------------------------------
006280 1000-INITIALIZE.
006290     MOVE RUN-TS-DATE TO CH-RUN-DATE.
006300     MOVE RUN-TS-TIME TO CH-RUN-TIME.
006310     MOVE "SUSPROCJ" TO CH-JOB-ID.
006320     MOVE OPERATOR-ID TO CH-REQUESTING-OPERATOR.
006330     OPEN INPUT SUSPENSE-FILE.
006340     IF SP-SUSP-STATUS NOT = "00"
006350         DISPLAY "SUSPROC - UNABLE TO OPEN SUSPENSE - STATUS "
006360             SP-SUSP-STATUS
006370         MOVE 8 TO SP-OVERALL-RC
006380         GO TO 1000-EXIT
006390     END-IF.
006400     OPEN I-O ACCTMAST-FILE.
006410     IF SP-MAST-STATUS NOT = "00"
006420         DISPLAY "SUSPROC - UNABLE TO OPEN ACCTMAST - STATUS "
006430             SP-MAST-STATUS
006440         MOVE 8 TO SP-OVERALL-RC
006450         GO TO 1000-EXIT
006460     END-IF.
006470     OPEN OUTPUT SUSPNEW-FILE.
006480     IF SP-SNEW-STATUS NOT = "00"
006490         DISPLAY "SUSPROC - UNABLE TO OPEN SUSPNEW - STATUS "
006500             SP-SNEW-STATUS
006510         MOVE 8 TO SP-OVERALL-RC
006520         GO TO 1000-EXIT
006530     END-IF.
006540     OPEN OUTPUT SUSPRPT-FILE.
006550     IF SP-RPT-STATUS NOT = "00"
006560         DISPLAY "SUSPROC - UNABLE TO OPEN SUSPRPT - STATUS "
006570             SP-RPT-STATUS
006580         MOVE 8 TO SP-OVERALL-RC
006590         GO TO 1000-EXIT
006600     END-IF.
006610     OPEN INPUT HOLDMAST-FILE.
006620     IF SP-HOLD-STATUS = "35"
006630         SET SP-HOLDS-ABSENT TO TRUE
006640     ELSE
006650         IF SP-HOLD-STATUS NOT = "00"
006660             DISPLAY "SUSPROC - UNABLE TO OPEN HOLDMAST - STATUS "
006670                 SP-HOLD-STATUS
006680             MOVE 8 TO SP-OVERALL-RC
006690             GO TO 1000-EXIT
006700         END-IF
006710     END-IF.
006720     OPEN INPUT BRCHMAST-FILE.
006730     IF SP-BRCH-STATUS NOT = "00"
006740         DISPLAY "SUSPROC - UNABLE TO OPEN BRCHMAST - STATUS "
006750             SP-BRCH-STATUS
006760         MOVE 8 TO SP-OVERALL-RC
006770         GO TO 1000-EXIT
006780     END-IF.
006790     SET SP-BRCH-OPEN TO TRUE.
006800     MOVE SP-CURRENT-DATE TO SP-HDG-DATE.
006810     MOVE OPERATOR-ID TO SP-HDG-OPERATOR-ID.
006820     MOVE SAIDA TO SP-HDG-OPERATOR-NAME.
006830     MOVE SP-ESCALATE-DAYS TO SP-HDG-ESCALATE-DAYS.
006840     WRITE SUSPRPT-RECORD FROM SP-RPT-HEADING-1.
006850     WRITE SUSPRPT-RECORD FROM SP-RPT-HEADING-2.
006860     WRITE SUSPRPT-RECORD FROM SP-BLANK-LINE.
006870     WRITE SUSPRPT-RECORD FROM SP-RPT-AGING-HEADING.
006880 1000-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------
006920* 1300-COLLECT-REVERSAL-REFS
006930* A PASS OVER SUSPENSE BEFORE THE RUN PROPER, NOTING THE
006940* REFERENCE EVERY SUSPENDED "R" CARD NAMES SO 1700 CAN LOOK
006950* THEM UP ON PSTJRNL.  A SUSPENSE FILE THAT WILL NOT OPEN IS
006960* LEFT FOR 1000-INITIALIZE TO REPORT.
006970*----------------------------------------------------------
006980 1300-COLLECT-REVERSAL-REFS.
006990     OPEN INPUT SUSPENSE-FILE.
007000     IF SP-SUSP-STATUS NOT = "00"
007010         GO TO 1300-EXIT
007020     END-IF.
007030     PERFORM 1350-NOTE-SUSPENSE-REF THRU 1350-EXIT
007040         UNTIL SP-SUSP-END-OF-FILE.
007050     CLOSE SUSPENSE-FILE.
007060     MOVE "N" TO SP-SUSP-EOF-SWITCH.
007070 1300-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------
007110* 1350-NOTE-SUSPENSE-REF
007120*----------------------------------------------------------
007130 1350-NOTE-SUSPENSE-REF.
007140     PERFORM 2500-READ-SUSPENSE THRU 2500-EXIT.
007150     IF SP-SUSP-END-OF-FILE
007160         GO TO 1350-EXIT
007170     END-IF.
007180     IF SU-REVERSAL-RECORD
007190         MOVE SU-REVERSE-REF TO SP-RV-KEY
007200         PERFORM 1560-NOTE-REVERSAL-REF THRU 1560-EXIT
007210     END-IF.
007220     IF SP-OVERALL-RC = 8
007230         SET SP-SUSP-END-OF-FILE TO TRUE
007240     END-IF.
007250 1350-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------
007290* 1500-LOAD-CORRECTIONS
007300* LOADS SP-CORR-TABLE FROM SUSPCORR AT STARTUP.  AN ABSENT
007310* CORRECTIONS FILE IS A NORMAL RUN WITH NOTHING CORRECTED -
007320* THE SUSPENSE ITEMS STILL AGE AND CARRY FORWARD.  MORE
007330* CORRECTIONS THAN THE TABLE HOLDS IS A CONFIGURATION
007340* ERROR (RC 8) RATHER THAN A SILENT TRUNCATION.
007350*----------------------------------------------------------
007360 1500-LOAD-CORRECTIONS.
007370     OPEN INPUT SUSPCORR-FILE.
007380     IF SP-CORR-STATUS = "35"
007390         SET SP-CORR-END-OF-FILE TO TRUE
007400         GO TO 1500-EXIT
007410     END-IF.
007420     IF SP-CORR-STATUS NOT = "00"
007430         DISPLAY "SUSPROC - UNABLE TO OPEN SUSPCORR - STATUS "
007440             SP-CORR-STATUS
007450         MOVE 8 TO SP-OVERALL-RC
007460         GO TO 1500-EXIT
007470     END-IF.
007480     PERFORM 1550-READ-CORRECTION THRU 1550-EXIT
007490         UNTIL SP-CORR-END-OF-FILE
007500             OR SP-CORR-COUNT = SP-CORR-MAX.
007510     IF NOT SP-CORR-END-OF-FILE
007520         DISPLAY "SUSPROC - SUSPCORR HAS MORE THAN "
007530             SP-CORR-MAX " CARDS - RUN STOPPED"
007540         MOVE 8 TO SP-OVERALL-RC
007550     END-IF.
007560     CLOSE SUSPCORR-FILE.
007570 1500-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------
007610* 1550-READ-CORRECTION
007620*----------------------------------------------------------
007630 1550-READ-CORRECTION.
007640     READ SUSPCORR-FILE
007650         AT END
007660             SET SP-CORR-END-OF-FILE TO TRUE
007670     END-READ.
007680     IF SP-CORR-END-OF-FILE
007690         GO TO 1550-EXIT
007700     END-IF.
007710     ADD 1 TO SP-CORR-COUNT.
007720     MOVE CR-ORIG-ACCOUNT-ID
007730         TO SP-CT-ORIG-ACCOUNT (SP-CORR-COUNT).
007740     MOVE CR-ORIG-TRAN-CODE TO SP-CT-ORIG-CODE (SP-CORR-COUNT).
007750     MOVE CR-ORIG-AMOUNT TO SP-CT-ORIG-AMOUNT (SP-CORR-COUNT).
007760     MOVE CR-NEW-ACCOUNT-ID TO SP-CT-NEW-ACCOUNT (SP-CORR-COUNT).
007770     MOVE CR-NEW-TRAN-CODE TO SP-CT-NEW-CODE (SP-CORR-COUNT).
007780     MOVE CR-NEW-AMOUNT TO SP-CT-NEW-AMOUNT (SP-CORR-COUNT).
007790     MOVE "N" TO SP-CT-USED-SWITCH (SP-CORR-COUNT).
007800     MOVE CR-ORIG-REVERSE-REF TO SP-CT-ORIG-REF (SP-CORR-COUNT).
007810     MOVE CR-NEW-REVERSE-REF TO SP-CT-NEW-REF (SP-CORR-COUNT).
007820     IF CR-NEW-REVERSE-REF NOT = SPACES
007830         MOVE CR-NEW-REVERSE-REF TO SP-RV-KEY
007840         PERFORM 1560-NOTE-REVERSAL-REF THRU 1560-EXIT
007850     END-IF.
007860     IF SP-OVERALL-RC = 8
007870         SET SP-CORR-END-OF-FILE TO TRUE
007880     END-IF.
007890 1550-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------
007930* 1560-NOTE-REVERSAL-REF
007940* ADDS SP-RV-KEY TO THE REVERSAL TABLE UNLESS IT IS THERE
007950* ALREADY.  MORE REFERENCES THAN THE TABLE HOLDS STOPS THE
007960* RUN (RC 8) RATHER THAN LEAVE SOME REVERSALS UNCHECKED.
007970*----------------------------------------------------------
007980 1560-NOTE-REVERSAL-REF.
007990     IF SP-RV-KEY = SPACES
008000         GO TO 1560-EXIT
008010     END-IF.
008020     PERFORM 1570-FIND-REVERSAL-ENTRY THRU 1570-EXIT.
008030     IF SP-RV-FOUND > ZERO
008040         GO TO 1560-EXIT
008050     END-IF.
008060     IF SP-RV-COUNT = SP-RV-MAX
008070         DISPLAY "SUSPROC - MORE THAN " SP-RV-MAX
008080             " REVERSAL REFERENCES - RUN STOPPED"
008090         MOVE 8 TO SP-OVERALL-RC
008100         GO TO 1560-EXIT
008110     END-IF.
008120     ADD 1 TO SP-RV-COUNT.
008130     MOVE SP-RV-KEY TO SP-RV-REF (SP-RV-COUNT).
008140     MOVE "N" TO SP-RV-ON-FILE-SWITCH (SP-RV-COUNT).
008150     MOVE SPACES TO SP-RV-ACCOUNT (SP-RV-COUNT).
008160     MOVE SPACES TO SP-RV-TRAN-CODE (SP-RV-COUNT).
008170     MOVE ZERO TO SP-RV-AMOUNT (SP-RV-COUNT).
008180     MOVE SPACES TO SP-RV-ENTRY-TYPE (SP-RV-COUNT).
008190     MOVE SPACES TO SP-RV-REVERSED-BY (SP-RV-COUNT).
008200     MOVE "N" TO SP-RV-MARKED-SWITCH (SP-RV-COUNT).
008210 1560-EXIT.
008220     EXIT.
008230
008240*----------------------------------------------------------
008250* 1570-FIND-REVERSAL-ENTRY
008260* SETS SP-RV-FOUND TO THE TABLE ROW FOR SP-RV-KEY, OR ZERO.
008270*----------------------------------------------------------
008280 1570-FIND-REVERSAL-ENTRY.
008290     MOVE ZERO TO SP-RV-FOUND.
008300     IF SP-RV-COUNT > ZERO
008310         PERFORM 1575-MATCH-REVERSAL-ENTRY THRU 1575-EXIT
008320             VARYING SP-RV-SUB FROM 1 BY 1
008330             UNTIL SP-RV-SUB > SP-RV-COUNT
008340                 OR SP-RV-FOUND > ZERO
008350     END-IF.
008360 1570-EXIT.
008370     EXIT.
008380
008390*----------------------------------------------------------
008400* 1575-MATCH-REVERSAL-ENTRY
008410*----------------------------------------------------------
008420 1575-MATCH-REVERSAL-ENTRY.
008430     IF SP-RV-REF (SP-RV-SUB) = SP-RV-KEY
008440         MOVE SP-RV-SUB TO SP-RV-FOUND
008450     END-IF.
008460 1575-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------
008500* 1700-SCAN-JOURNAL
008510* READS PSTJRNL ONCE, FILLING IN EACH REFERENCED ENTRY AND
008520* ANY REVERSAL ALREADY POSTED AGAINST IT - THE SAME SCAN AS
008530* COBOLPROD'S 1800-SCAN-JOURNAL.
008540*----------------------------------------------------------
008550 1700-SCAN-JOURNAL.
008560     IF SP-RV-COUNT = ZERO
008570         GO TO 1700-EXIT
008580     END-IF.
008590     OPEN INPUT PSTJRNL-FILE.
008600     IF SP-JRNL-STATUS = "35"
008610         GO TO 1700-EXIT
008620     END-IF.
008630     IF SP-JRNL-STATUS NOT = "00"
008640         DISPLAY "SUSPROC - UNABLE TO READ PSTJRNL - STATUS "
008650             SP-JRNL-STATUS
008660         MOVE 8 TO SP-OVERALL-RC
008670         GO TO 1700-EXIT
008680     END-IF.
008690     MOVE "N" TO SP-JSCAN-EOF-SWITCH.
008700     PERFORM 1750-SCAN-JOURNAL-ROW THRU 1750-EXIT
008710         UNTIL SP-JSCAN-END-OF-FILE.
008720     CLOSE PSTJRNL-FILE.
008730 1700-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------
008770* 1750-SCAN-JOURNAL-ROW
008780*----------------------------------------------------------
008790 1750-SCAN-JOURNAL-ROW.
008800     READ PSTJRNL-FILE
008810         AT END
008820             SET SP-JSCAN-END-OF-FILE TO TRUE
008830     END-READ.
008840     IF SP-JSCAN-END-OF-FILE
008850         GO TO 1750-EXIT
008860     END-IF.
008870     MOVE PJ-POSTING-REF TO SP-RV-KEY.
008880     PERFORM 1570-FIND-REVERSAL-ENTRY THRU 1570-EXIT.
008890     IF SP-RV-FOUND > ZERO
008900         MOVE "Y" TO SP-RV-ON-FILE-SWITCH (SP-RV-FOUND)
008910         MOVE PJ-ACCOUNT-ID TO SP-RV-ACCOUNT (SP-RV-FOUND)
008920         MOVE PJ-TRAN-CODE TO SP-RV-TRAN-CODE (SP-RV-FOUND)
008930         MOVE PJ-AMOUNT TO SP-RV-AMOUNT (SP-RV-FOUND)
008940         MOVE PJ-ENTRY-TYPE TO SP-RV-ENTRY-TYPE (SP-RV-FOUND)
008950         IF NOT PJ-ENTRY-REVERSAL AND PJ-LINKED-REF NOT = SPACES
008960             MOVE PJ-LINKED-REF TO SP-RV-REVERSED-BY (SP-RV-FOUND)
008970             MOVE "Y" TO SP-RV-MARKED-SWITCH (SP-RV-FOUND)
008980         END-IF
008990     END-IF.
009000     IF NOT PJ-ENTRY-REVERSAL OR PJ-LINKED-REF = SPACES
009010         GO TO 1750-EXIT
009020     END-IF.
009030     MOVE PJ-LINKED-REF TO SP-RV-KEY.
009040     PERFORM 1570-FIND-REVERSAL-ENTRY THRU 1570-EXIT.
009050     IF SP-RV-FOUND > ZERO
009060         IF SP-RV-REVERSED-BY (SP-RV-FOUND) = SPACES
009070             MOVE PJ-POSTING-REF
009080                 TO SP-RV-REVERSED-BY (SP-RV-FOUND)
009090         END-IF
009100     END-IF.
009110 1750-EXIT.
009120     EXIT.
009130
009140*----------------------------------------------------------
009150* 1800-OPEN-JOURNAL
009160* PSTJRNL IS OPENED FOR THIS RUN'S POSTINGS ONLY AFTER THE
009170* REVERSAL SCAN HAS FINISHED READING IT.
009180*----------------------------------------------------------
009190 1800-OPEN-JOURNAL.
009200     OPEN EXTEND PSTJRNL-FILE.
009210     IF SP-JRNL-STATUS NOT = "00"
009220         OPEN OUTPUT PSTJRNL-FILE
009230     END-IF.
009240     IF SP-JRNL-STATUS NOT = "00"
009250         DISPLAY "SUSPROC - UNABLE TO OPEN PSTJRNL - STATUS "
009260             SP-JRNL-STATUS
009270         MOVE 8 TO SP-OVERALL-RC
009280     END-IF.
009290 1800-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------
009330* 2000-PROCESS-SUSPENSE-ITEM
009340* APPLIES ANY MATCHING CORRECTION TO A WORKING COPY OF THE
009350* CARD, RE-RUNS COBOLPROD'S DETAIL VALIDATIONS, AND EITHER
009360* POSTS THE ITEM OR CARRIES IT FORWARD WITH ITS FIRST-
009370* SUSPENDED DATE STAMPED.
009380*----------------------------------------------------------
009390 2000-PROCESS-SUSPENSE-ITEM.
009400     ADD 1 TO SP-ITEMS-READ.
009410     MOVE SPACES TO SP-REJECT-REASON.
009420     MOVE SUSP-RECORD TO SP-WORK-CARD.
009430     MOVE "N" TO SP-CORRECTED-SWITCH.
009440     PERFORM 2200-APPLY-CORRECTION THRU 2200-EXIT.
009450     PERFORM 3000-VALIDATE-ITEM THRU 3000-EXIT.
009460     IF SP-REJECT-REASON = SPACES
009470         PERFORM 4000-POST-ITEM THRU 4000-EXIT
009480     END-IF.
009490     IF SP-REJECT-REASON NOT = SPACES
009500         PERFORM 5000-CARRY-ITEM-FORWARD THRU 5000-EXIT
009510     END-IF.
009520     PERFORM 2500-READ-SUSPENSE THRU 2500-EXIT.
009530 2000-EXIT.
009540     EXIT.
009550
009560*----------------------------------------------------------
009570* 2200-APPLY-CORRECTION
009580* LOOKS FOR THE FIRST UNUSED CORRECTION WHOSE ORIGINAL-CARD
009590* FIELDS MATCH THIS ITEM AND MOVES ITS NON-BLANK CORRECTED
009600* FIELDS INTO THE WORKING COPY.  THE CORRECTION IS MARKED
009610* USED SO ONE CARD CANNOT CORRECT TWO ITEMS.
009620*----------------------------------------------------------
009630 2200-APPLY-CORRECTION.
009640     IF SP-CORR-COUNT = ZERO
009650         GO TO 2200-EXIT
009660     END-IF.
009670     MOVE ZERO TO SP-CORR-FOUND.
009680     PERFORM 2250-MATCH-CORRECTION THRU 2250-EXIT
009690         VARYING SP-CORR-SUB FROM 1 BY 1
009700         UNTIL SP-CORR-SUB > SP-CORR-COUNT
009710             OR SP-CORR-FOUND > ZERO.
009720     IF SP-CORR-FOUND = ZERO
009730         GO TO 2200-EXIT
009740     END-IF.
009750     SET SP-CT-USED (SP-CORR-FOUND) TO TRUE.
009760     SET SP-ITEM-CORRECTED TO TRUE.
009770     ADD 1 TO SP-CORR-APPLIED.
009780     IF SP-CT-NEW-ACCOUNT (SP-CORR-FOUND) NOT = SPACES
009790         MOVE SP-CT-NEW-ACCOUNT (SP-CORR-FOUND)
009800             TO SP-WK-ACCOUNT-ID
009810     END-IF.
009820     IF SP-CT-NEW-CODE (SP-CORR-FOUND) NOT = SPACES
009830         MOVE SP-CT-NEW-CODE (SP-CORR-FOUND) TO SP-WK-TRAN-CODE
009840     END-IF.
009850     IF SP-CT-NEW-AMOUNT (SP-CORR-FOUND) NOT = SPACES
009860         MOVE SP-CT-NEW-AMOUNT (SP-CORR-FOUND)
009870             TO SP-WK-AMOUNT (1:9)
009880     END-IF.
009890     IF SP-CT-NEW-REF (SP-CORR-FOUND) NOT = SPACES
009900         MOVE SP-CT-NEW-REF (SP-CORR-FOUND) TO SP-WK-REVERSE-REF
009910     END-IF.
009920*    A CORRECTED CARD IS A POSTABLE DETAIL EVEN WHEN THE
009930*    ORIGINAL WAS SUSPENDED FOR A BAD RECORD TYPE.
009940*    A CORRECTED REVERSAL STAYS A REVERSAL.
009950     IF NOT SP-WK-REVERSAL-RECORD
009960         MOVE "D" TO SP-WK-RECORD-TYPE
009970     END-IF.
009980 2200-EXIT.
009990     EXIT.
010000
010010*----------------------------------------------------------
010020* 2250-MATCH-CORRECTION
010030*----------------------------------------------------------
010040 2250-MATCH-CORRECTION.
010050     IF NOT SP-CT-USED (SP-CORR-SUB)
010060             AND SP-CT-ORIG-ACCOUNT (SP-CORR-SUB)
010070                 = SU-ACCOUNT-ID
010080             AND SP-CT-ORIG-CODE (SP-CORR-SUB) = SU-TRAN-CODE
010090             AND SP-CT-ORIG-AMOUNT (SP-CORR-SUB)
010100                 = SU-AMOUNT (1:9)
010110             AND (SP-CT-ORIG-REF (SP-CORR-SUB) = SPACES
010120                 OR SP-CT-ORIG-REF (SP-CORR-SUB) = SU-REVERSE-REF)
010130         MOVE SP-CORR-SUB TO SP-CORR-FOUND
010140     END-IF.
010150 2250-EXIT.
010160     EXIT.
010170
010180*----------------------------------------------------------
010190* 2500-READ-SUSPENSE
010200*----------------------------------------------------------
010210 2500-READ-SUSPENSE.
010220     READ SUSPENSE-FILE
010230         AT END
010240             SET SP-SUSP-END-OF-FILE TO TRUE
010250     END-READ.
010260 2500-EXIT.
010270     EXIT.
010280
010290*----------------------------------------------------------
010300* 3000-VALIDATE-ITEM
010310* THE SAME DETAIL EDITS COBOLPROD APPLIES IN ITS
010320* 3300-VALIDATE-DETAIL, RUN AGAINST THE CORRECTED CARD.
010330* A REVERSAL IS FIRST CHECKED AGAINST THE ENTRY IT NAMES AND
010340* TURNED INTO ITS OPPOSITE, THEN EDITED LIKE ANY OTHER ITEM.
010350* A CARD FROM A BATCH REFUSED FOR ITS BRANCH OR DATE MUST
010360* FIRST CLEAR 3050.
010370*----------------------------------------------------------
010380 3000-VALIDATE-ITEM.
010390     IF SU-BRANCH-REFUSED OR SU-DATE-REFUSED
010400         PERFORM 3050-CHECK-REFUSED-BATCH THRU 3050-EXIT
010410         IF SP-REJECT-REASON NOT = SPACES
010420             GO TO 3000-EXIT
010430         END-IF
010440     END-IF.
010450     IF NOT SP-WK-DETAIL-RECORD AND NOT SP-WK-REVERSAL-RECORD
010460         MOVE "RECORD TYPE NOT D OR R" TO SP-REJECT-REASON
010470         GO TO 3000-EXIT
010480     END-IF.
010490     IF SP-WK-REVERSAL-RECORD
010500         PERFORM 3100-VALIDATE-REVERSAL THRU 3100-EXIT
010510         IF SP-REJECT-REASON NOT = SPACES
010520             GO TO 3000-EXIT
010530         END-IF
010540     END-IF.
010550     IF SP-WK-ACCOUNT-ID = SPACES
010560         MOVE "ACCOUNT ID BLANK" TO SP-REJECT-REASON
010570         GO TO 3000-EXIT
010580     END-IF.
010590     IF NOT SP-WK-CREDIT AND NOT SP-WK-DEBIT
010600         MOVE "TRAN CODE NOT C OR D" TO SP-REJECT-REASON
010610         GO TO 3000-EXIT
010620     END-IF.
010630     IF SP-WK-AMOUNT IS NOT NUMERIC
010640         MOVE "AMOUNT NOT NUMERIC" TO SP-REJECT-REASON
010650         GO TO 3000-EXIT
010660     END-IF.
010670     MOVE SP-WK-ACCOUNT-ID TO AM-ACCOUNT-ID.
010680     READ ACCTMAST-FILE
010690         INVALID KEY
010700             MOVE "ACCOUNT NOT ON MASTER" TO SP-REJECT-REASON
010710     END-READ.
010720     IF SP-REJECT-REASON NOT = SPACES
010730         GO TO 3000-EXIT
010740     END-IF.
010750     IF AM-STATUS-CLOSED
010760         MOVE "ACCOUNT CLOSED" TO SP-REJECT-REASON
010770         GO TO 3000-EXIT
010780     END-IF.
010790     IF AM-STATUS-BLOCKED
010800         MOVE "ACCOUNT POST-BLOCKED" TO SP-REJECT-REASON
010810         GO TO 3000-EXIT
010820     END-IF.
010830     IF SP-WK-DEBIT AND AM-BALANCE IS NUMERIC
010840         IF AM-OVERDRAFT-LIMIT IS NUMERIC
010850             MOVE AM-OVERDRAFT-LIMIT TO SP-ODRAFT-LIMIT
010860         ELSE
010870             MOVE ZERO TO SP-ODRAFT-LIMIT
010880         END-IF
010890         COMPUTE SP-AVAIL-FUNDS =
010900             AM-BALANCE + SP-ODRAFT-LIMIT
010910         IF SP-WK-AMOUNT > SP-AVAIL-FUNDS
010920             MOVE "DEBIT EXCEEDS OVERDRAFT LIMIT"
010930                 TO SP-REJECT-REASON
010940         END-IF
010950     END-IF.
010960     IF SP-REJECT-REASON NOT = SPACES OR NOT SP-WK-DEBIT
010970             OR AM-BALANCE IS NOT NUMERIC
010980         GO TO 3000-EXIT
010990     END-IF.
011000     PERFORM 3200-SUM-ACTIVE-HOLDS THRU 3200-EXIT.
011010     IF SP-REJECT-REASON NOT = SPACES
011020         GO TO 3000-EXIT
011030     END-IF.
011040     IF SP-WK-AMOUNT > SP-AVAIL-FUNDS - SP-HELD-FUNDS
011050         MOVE "FUNDS ON HOLD" TO SP-REJECT-REASON
011060     END-IF.
011070 3000-EXIT.
011080     EXIT.
011090
011100*----------------------------------------------------------
011110* 3050-CHECK-REFUSED-BATCH
011120* COBOLPROD REFUSED THIS CARD'S WHOLE BATCH, SO IT MAY NOT
011130* POST UNLESS A CORRECTION CARD HAS BEEN KEYED FOR IT - ONE
011140* WITH NO CORRECTED FIELDS RELEASES IT AS IT STANDS.  A CARD
011150* REFUSED FOR ITS BRANCH ALSO WAITS UNTIL THAT BRANCH IS ON
011160* BRCHMAST AND OPEN, WHATEVER THE CORRECTION SAYS.
011170*----------------------------------------------------------
011180 3050-CHECK-REFUSED-BATCH.
011190     IF NOT SU-BRANCH-REFUSED
011200         GO TO 3050-CHECK-CORRECTED
011210     END-IF.
011220     MOVE SU-ORIG-BRANCH-ID TO BM-BRANCH-ID.
011230     READ BRCHMAST-FILE
011240         INVALID KEY
011250             MOVE "BRANCH NOT ON MASTER" TO SP-REJECT-REASON
011260     END-READ.
011270     IF SP-REJECT-REASON NOT = SPACES
011280         GO TO 3050-EXIT
011290     END-IF.
011300     IF SP-BRCH-STATUS NOT = "00"
011310         DISPLAY "SUSPROC - BRCHMAST READ FAILED - STATUS "
011320             SP-BRCH-STATUS " - BRANCH " SU-ORIG-BRANCH-ID
011330         MOVE "BRANCH MASTER READ FAILED" TO SP-REJECT-REASON
011340         GO TO 3050-EXIT
011350     END-IF.
011360     IF BM-STATUS-CLOSED
011370         MOVE "BRANCH CLOSED" TO SP-REJECT-REASON
011380         GO TO 3050-EXIT
011390     END-IF.
011400     IF BM-STATUS-SUSPENDED
011410         MOVE "BRANCH SUSPENDED" TO SP-REJECT-REASON
011420         GO TO 3050-EXIT
011430     END-IF.
011440     IF NOT BM-STATUS-OPEN
011450         MOVE "BRANCH STATUS INVALID" TO SP-REJECT-REASON
011460         GO TO 3050-EXIT
011470     END-IF.
011480 3050-CHECK-CORRECTED.
011490     IF SP-ITEM-CORRECTED
011500         GO TO 3050-EXIT
011510     END-IF.
011520     IF SU-BRANCH-REFUSED
011530         MOVE "BRANCH REFUSED - NO CORRECTION" TO SP-REJECT-REASON
011540     ELSE
011550         MOVE "DATE REFUSED - NO CORRECTION" TO SP-REJECT-REASON
011560     END-IF.
011570 3050-EXIT.
011580     EXIT.
011590
011600*----------------------------------------------------------
011610* 3200-SUM-ACTIVE-HOLDS
011620* THE SAME TOTAL COBOLPROD'S 3350-SUM-ACTIVE-HOLDS TAKES -
011630* EVERY HOLD ON THE ITEM'S ACCOUNT THAT IS ACTIVE AND NOT
011640* PAST ITS EXPIRY DATE.  A READ FAILURE ON THE HOLD MASTER
011650* KEEPS THE ITEM IN SUSPENSE RATHER THAN POST IT UNCHECKED.
011660*----------------------------------------------------------
011670 3200-SUM-ACTIVE-HOLDS.
011680     MOVE ZERO TO SP-HELD-FUNDS.
011690     IF SP-HOLDS-ABSENT
011700         GO TO 3200-EXIT
011710     END-IF.
011720     MOVE "N" TO SP-HSCAN-EOF-SWITCH.
011730     MOVE SP-WK-ACCOUNT-ID TO HM-ACCOUNT-ID.
011740     MOVE ZERO TO HM-HOLD-SEQ.
011750     START HOLDMAST-FILE KEY IS NOT LESS THAN HM-KEY
011760         INVALID KEY
011770             SET SP-HSCAN-END-OF-FILE TO TRUE
011780     END-START.
011790     IF SP-HSCAN-END-OF-FILE
011800         GO TO 3200-EXIT
011810     END-IF.
011820     PERFORM 3250-READ-NEXT-HOLD THRU 3250-EXIT.
011830     PERFORM 3260-ADD-HOLD THRU 3260-EXIT
011840         UNTIL SP-HSCAN-END-OF-FILE.
011850 3200-EXIT.
011860     EXIT.
011870
011880*----------------------------------------------------------
011890* 3250-READ-NEXT-HOLD
011900* THE SCAN ENDS AT END OF FILE OR AT THE FIRST HOLD OF THE
011910* NEXT ACCOUNT.
011920*----------------------------------------------------------
011930 3250-READ-NEXT-HOLD.
011940     READ HOLDMAST-FILE NEXT RECORD
011950         AT END
011960             SET SP-HSCAN-END-OF-FILE TO TRUE
011970     END-READ.
011980     IF SP-HSCAN-END-OF-FILE
011990         GO TO 3250-EXIT
012000     END-IF.
012010     IF SP-HOLD-STATUS NOT = "00"
012020         DISPLAY "SUSPROC - HOLDMAST READ FAILED - STATUS "
012030             SP-HOLD-STATUS
012040         MOVE "HOLD MASTER READ FAILED" TO SP-REJECT-REASON
012050         SET SP-HSCAN-END-OF-FILE TO TRUE
012060         GO TO 3250-EXIT
012070     END-IF.
012080     IF HM-ACCOUNT-ID NOT = SP-WK-ACCOUNT-ID
012090         SET SP-HSCAN-END-OF-FILE TO TRUE
012100     END-IF.
012110 3250-EXIT.
012120     EXIT.
012130
012140*----------------------------------------------------------
012150* 3260-ADD-HOLD
012160*----------------------------------------------------------
012170 3260-ADD-HOLD.
012180     IF HM-STATUS-ACTIVE AND HM-AMOUNT IS NUMERIC
012190             AND HM-EXPIRY-DATE NOT < SP-CURRENT-DATE
012200         ADD HM-AMOUNT TO SP-HELD-FUNDS
012210     END-IF.
012220     PERFORM 3250-READ-NEXT-HOLD THRU 3250-EXIT.
012230 3260-EXIT.
012240     EXIT.
012250
012260*----------------------------------------------------------
012270* 3100-VALIDATE-REVERSAL
012280* THE REVERSAL EDITS OF COBOLPROD'S 3400-VALIDATE-REVERSAL.
012290* A CLEAN REVERSAL LEAVES THE WORKING COPY CARRYING THE
012300* OPPOSITE CODE AND THE ORIGINAL AMOUNT.
012310*----------------------------------------------------------
012320 3100-VALIDATE-REVERSAL.
012330     IF SP-WK-ACCOUNT-ID = SPACES
012340         MOVE "ACCOUNT ID BLANK" TO SP-REJECT-REASON
012350         GO TO 3100-EXIT
012360     END-IF.
012370     IF SP-WK-REVERSE-REF = SPACES
012380         MOVE "REVERSAL REF BLANK" TO SP-REJECT-REASON
012390         GO TO 3100-EXIT
012400     END-IF.
012410     IF SP-WK-AMOUNT-X NOT = SPACES
012420             AND SP-WK-AMOUNT IS NOT NUMERIC
012430         MOVE "AMOUNT NOT NUMERIC" TO SP-REJECT-REASON
012440         GO TO 3100-EXIT
012450     END-IF.
012460     MOVE SP-WK-REVERSE-REF TO SP-RV-KEY.
012470     PERFORM 1570-FIND-REVERSAL-ENTRY THRU 1570-EXIT.
012480     IF SP-RV-FOUND = ZERO
012490         MOVE "REVERSAL REF NOT ON JOURNAL" TO SP-REJECT-REASON
012500         GO TO 3100-EXIT
012510     END-IF.
012520     IF NOT SP-RV-ON-FILE (SP-RV-FOUND)
012530         MOVE "REVERSAL REF NOT ON JOURNAL" TO SP-REJECT-REASON
012540         GO TO 3100-EXIT
012550     END-IF.
012560     IF SP-RV-IS-REVERSAL (SP-RV-FOUND)
012570         MOVE "CANNOT REVERSE A REVERSAL" TO SP-REJECT-REASON
012580         GO TO 3100-EXIT
012590     END-IF.
012600     IF SP-RV-REVERSED-BY (SP-RV-FOUND) NOT = SPACES
012610         MOVE "POSTING ALREADY REVERSED" TO SP-REJECT-REASON
012620         GO TO 3100-EXIT
012630     END-IF.
012640     IF SP-RV-ACCOUNT (SP-RV-FOUND) NOT = SP-WK-ACCOUNT-ID
012650         MOVE "REVERSAL ACCOUNT MISMATCH" TO SP-REJECT-REASON
012660         GO TO 3100-EXIT
012670     END-IF.
012680     IF SP-WK-AMOUNT-X NOT = SPACES
012690         IF SP-WK-AMOUNT NOT = SP-RV-AMOUNT (SP-RV-FOUND)
012700             MOVE "REVERSAL AMOUNT MISMATCH" TO SP-REJECT-REASON
012710             GO TO 3100-EXIT
012720         END-IF
012730     END-IF.
012740     IF SP-RV-TRAN-CODE (SP-RV-FOUND) = "C"
012750         MOVE "D" TO SP-WK-TRAN-CODE
012760     ELSE
012770         MOVE "C" TO SP-WK-TRAN-CODE
012780     END-IF.
012790     MOVE SP-RV-AMOUNT (SP-RV-FOUND) TO SP-WK-AMOUNT.
012800 3100-EXIT.
012810     EXIT.
012820
012830*----------------------------------------------------------
012840* 4000-POST-ITEM
012850* THE MASTER RECORD IS ALREADY IN ACCTMAST-RECORD FROM THE
012860* KEYED READ IN 3000.  CREDITS ADD, DEBITS SUBTRACT - THE
012870* SAME POSTING COBOLPROD'S 3500-POST-DETAIL DOES.
012880*----------------------------------------------------------
012890 4000-POST-ITEM.
012900     IF SP-WK-CREDIT
012910         ADD SP-WK-AMOUNT TO AM-BALANCE
012920     ELSE
012930         SUBTRACT SP-WK-AMOUNT FROM AM-BALANCE
012940     END-IF.
012950     REWRITE ACCTMAST-RECORD
012960         INVALID KEY
012970             MOVE "MASTER REWRITE FAILED" TO SP-REJECT-REASON
012980     END-REWRITE.
012990     IF SP-REJECT-REASON NOT = SPACES
013000             OR SP-MAST-STATUS NOT = "00"
013010         DISPLAY "SUSPROC - ACCTMAST REWRITE FAILED - STATUS "
013020             SP-MAST-STATUS
013030         MOVE 8 TO SP-OVERALL-RC
013040         MOVE "MASTER REWRITE FAILED" TO SP-REJECT-REASON
013050         GO TO 4000-EXIT
013060     END-IF.
013070     ADD 1 TO SP-ITEMS-POSTED.
013080     ADD SP-WK-AMOUNT TO SP-POSTED-AMOUNT.
013090     PERFORM 4500-WRITE-JOURNAL THRU 4500-EXIT.
013100     MOVE SPACES TO SP-RPT-ITEM-LINE.
013110     MOVE "POSTED" TO SP-ITM-DISPOSAL.
013120     MOVE SP-WK-ACCOUNT-ID TO SP-ITM-ACCOUNT.
013130     MOVE SP-WK-TRAN-CODE TO SP-ITM-CODE.
013140     MOVE SP-WK-AMOUNT (1:9) TO SP-ITM-AMOUNT.
013150     IF SP-WK-DEBIT AND AM-BALANCE < ZERO
013160         MOVE "ACCOUNT NOW OVERDRAWN" TO SP-ITM-REASON
013170     ELSE
013180         IF SP-WK-REVERSAL-RECORD
013190             STRING "REVERSES " SP-WK-REVERSE-REF
013200                 DELIMITED BY SIZE INTO SP-ITM-REASON
013210         END-IF
013220     END-IF.
013230     WRITE SUSPRPT-RECORD FROM SP-RPT-ITEM-LINE.
013240 4000-EXIT.
013250     EXIT.
013260
013270*----------------------------------------------------------
013280* 4500-WRITE-JOURNAL
013290* APPENDS THE POSTED ITEM TO THE PERMANENT POSTING JOURNAL,
013300* THE SAME TRAIL COBOLPROD WRITES.  AM-BALANCE STILL HOLDS
013310* THE RESULT OF THE REWRITE THAT JUST SUCCEEDED.  A WRITE
013320* FAILURE FLAGS THE RUN (RC 8) BUT DOES NOT UNDO THE
013330* POSTING.  A SUSPENDED ACCRUAL CHARGE STILL DEBITING ITS
013340* ACCOUNT KEEPS ITS INTEREST OR FEE ENTRY TYPE AND MONTH.
013350*----------------------------------------------------------
013360 4500-WRITE-JOURNAL.
013370     MOVE SPACES TO PSTJRNL-RECORD.
013380     MOVE SP-WK-ACCOUNT-ID TO PJ-ACCOUNT-ID.
013390     MOVE SP-WK-TRAN-CODE TO PJ-TRAN-CODE.
013400     MOVE SP-WK-AMOUNT TO PJ-AMOUNT.
013410     MOVE CH-RUN-DATE TO PJ-RUN-DATE.
013420     MOVE CH-REQUESTING-OPERATOR TO PJ-OPERATOR-ID.
013430     MOVE AM-BALANCE TO PJ-RESULT-BALANCE.
013440     IF SU-ORIG-BRANCH-ID = SPACES
013450         MOVE "????" TO PJ-BRANCH-ID
013460     ELSE
013470         MOVE SU-ORIG-BRANCH-ID TO PJ-BRANCH-ID
013480     END-IF.
013490     MOVE "S" TO PJ-SOURCE.
013500     ADD 1 TO SP-JRNL-SEQUENCE.
013510     MOVE CH-RUN-DATE TO PJ-REF-RUN-DATE.
013520     DIVIDE CH-RUN-TIME BY 100 GIVING PJ-REF-RUN-TIME.
013530     MOVE SP-JRNL-SEQUENCE TO PJ-REF-SEQUENCE.
013540     MOVE "P" TO PJ-ENTRY-TYPE.
013550     IF SP-WK-REVERSAL-RECORD
013560         MOVE "R" TO PJ-ENTRY-TYPE
013570         MOVE SP-WK-REVERSE-REF TO PJ-LINKED-REF
013580     END-IF.
013590     IF SU-ACCRUAL-CHARGE AND SP-WK-DETAIL-RECORD AND SP-WK-DEBIT
013600         MOVE SU-CHARGE-TYPE TO PJ-ENTRY-TYPE
013610         MOVE SU-CHARGE-PERIOD TO PJ-CHARGE-PERIOD
013620     END-IF.
013630     WRITE PSTJRNL-RECORD.
013640     IF SP-JRNL-STATUS NOT = "00"
013650         DISPLAY "SUSPROC - PSTJRNL WRITE FAILED - STATUS "
013660             SP-JRNL-STATUS
013670         MOVE 8 TO SP-OVERALL-RC
013680         GO TO 4500-EXIT
013690     END-IF.
013700     IF SP-WK-REVERSAL-RECORD
013710         PERFORM 4550-NOTE-REVERSAL-POSTED THRU 4550-EXIT
013720     END-IF.
013730 4500-EXIT.
013740     EXIT.
013750
013760*----------------------------------------------------------
013770* 4550-NOTE-REVERSAL-POSTED
013780* RECORDS THE NEW REVERSAL AGAINST ITS ORIGINAL SO A SECOND
013790* CARD FOR THE SAME REFERENCE IS REFUSED, AND SO 9200 KNOWS
013800* WHICH ORIGINAL TO MARK.
013810*----------------------------------------------------------
013820 4550-NOTE-REVERSAL-POSTED.
013830     ADD 1 TO SP-REVERSALS-POSTED.
013840     MOVE SP-WK-REVERSE-REF TO SP-RV-KEY.
013850     PERFORM 1570-FIND-REVERSAL-ENTRY THRU 1570-EXIT.
013860     IF SP-RV-FOUND > ZERO
013870         MOVE PJ-POSTING-REF TO SP-RV-REVERSED-BY (SP-RV-FOUND)
013880     END-IF.
013890 4550-EXIT.
013900     EXIT.
013910
013920*----------------------------------------------------------
013930* 5000-CARRY-ITEM-FORWARD
013940* THE ORIGINAL CARD (NOT THE CORRECTED WORKING COPY - A
013950* FAILED CORRECTION MUST NOT OVERWRITE THE EVIDENCE) GOES
013960* TO SUSPNEW WITH ITS FIRST-SUSPENDED DATE STAMPED, AND AN
013970* AGING LINE SHOWS HOW LONG IT HAS BEEN SITTING, IN BUSINESS
013980* DAYS.  A FIRST-SUSPENDED DATE THE CALENDAR CANNOT COUNT
013990* FROM IS SHOWN AS 99999 DAYS AND ESCALATED.
014000*----------------------------------------------------------
014010 5000-CARRY-ITEM-FORWARD.
014020     IF SU-FIRST-SUSP-DATE = SPACES
014030             OR SU-FIRST-SUSP-DATE IS NOT NUMERIC
014040         MOVE SP-CURRENT-DATE TO SU-FIRST-SUSP-DATE
014050     END-IF.
014060     WRITE SUSPNEW-RECORD FROM SUSP-RECORD.
014070     IF SP-SNEW-STATUS NOT = "00"
014080         DISPLAY "SUSPROC - SUSPNEW WRITE FAILED - STATUS "
014090             SP-SNEW-STATUS
014100         MOVE 8 TO SP-OVERALL-RC
014110         SET SP-SUSP-END-OF-FILE TO TRUE
014120         GO TO 5000-EXIT
014130     END-IF.
014140     ADD 1 TO SP-ITEMS-CARRIED.
014150     IF SU-AMOUNT IS NUMERIC
014160         ADD SU-AMOUNT TO SP-CARRIED-AMOUNT
014170     END-IF.
014180     MOVE SU-FIRST-SUSP-DATE TO SP-ITEM-DATE.
014190     MOVE "D" TO BD-FUNCTION.
014200     MOVE SP-ITEM-DATE TO BD-DATE.
014210     MOVE SP-CURRENT-DATE TO BD-TO-DATE.
014220     CALL "BUSDAY" USING BDAY-PARMS.
014230     IF BD-STATUS > 4
014240         MOVE 99999 TO SP-ITEM-AGE
014250     ELSE
014260         MOVE BD-DAYS TO SP-ITEM-AGE
014270     END-IF.
014280     MOVE SPACES TO SP-RPT-AGING-LINE (1:12).
014290     MOVE SU-ACCOUNT-ID TO SP-AGE-ACCOUNT.
014300     MOVE SU-TRAN-CODE TO SP-AGE-CODE.
014310     MOVE SU-AMOUNT (1:9) TO SP-AGE-AMOUNT.
014320     MOVE SU-FIRST-SUSP-DATE TO SP-AGE-FIRST-DATE.
014330     MOVE SP-ITEM-AGE TO SP-AGE-DAYS.
014340     IF SP-ITEM-AGE > SP-ESCALATE-DAYS
014350         MOVE "ESCALATE" TO SP-AGE-FLAG
014360         ADD 1 TO SP-ITEMS-ESCALATED
014370     ELSE
014380         MOVE SPACES TO SP-AGE-FLAG
014390     END-IF.
014400     WRITE SUSPRPT-RECORD FROM SP-RPT-AGING-LINE.
014410     MOVE SPACES TO SP-RPT-ITEM-LINE.
014420     MOVE "CARRIED" TO SP-ITM-DISPOSAL.
014430     MOVE SU-ACCOUNT-ID TO SP-ITM-ACCOUNT.
014440     MOVE SU-TRAN-CODE TO SP-ITM-CODE.
014450     MOVE SU-AMOUNT (1:9) TO SP-ITM-AMOUNT.
014460     MOVE SP-REJECT-REASON TO SP-ITM-REASON.
014470     WRITE SUSPRPT-RECORD FROM SP-RPT-ITEM-LINE.
014480     IF SP-OVERALL-RC < 4
014490         MOVE 4 TO SP-OVERALL-RC
014500     END-IF.
014510 5000-EXIT.
014520     EXIT.
014530
014540*----------------------------------------------------------
014550* 7000-REPORT-UNMATCHED-CORR
014560* A CORRECTION CARD THAT MATCHED NO SUSPENDED ITEM IS A
014570* MISTYPED KEY - REPORT IT SO IT CAN BE RESUBMITTED RIGHT.
014580*----------------------------------------------------------
014590 7000-REPORT-UNMATCHED-CORR.
014600     IF SP-CORR-COUNT = ZERO
014610         GO TO 7000-EXIT
014620     END-IF.
014630     PERFORM 7100-CHECK-CORRECTION-USED THRU 7100-EXIT
014640         VARYING SP-CORR-SUB FROM 1 BY 1
014650         UNTIL SP-CORR-SUB > SP-CORR-COUNT.
014660 7000-EXIT.
014670     EXIT.
014680
014690*----------------------------------------------------------
014700* 7100-CHECK-CORRECTION-USED
014710*----------------------------------------------------------
014720 7100-CHECK-CORRECTION-USED.
014730     IF SP-CT-USED (SP-CORR-SUB)
014740         GO TO 7100-EXIT
014750     END-IF.
014760     ADD 1 TO SP-CORR-UNMATCHED.
014770     MOVE SPACES TO SP-RPT-ITEM-LINE.
014780     MOVE "UNMATCHED" TO SP-ITM-DISPOSAL.
014790     MOVE SP-CT-ORIG-ACCOUNT (SP-CORR-SUB) TO SP-ITM-ACCOUNT.
014800     MOVE SP-CT-ORIG-CODE (SP-CORR-SUB) TO SP-ITM-CODE.
014810     MOVE SP-CT-ORIG-AMOUNT (SP-CORR-SUB) TO SP-ITM-AMOUNT.
014820     MOVE "CORRECTION MATCHED NO ITEM" TO SP-ITM-REASON.
014830     WRITE SUSPRPT-RECORD FROM SP-RPT-ITEM-LINE.
014840     IF SP-OVERALL-RC < 4
014850         MOVE 4 TO SP-OVERALL-RC
014860     END-IF.
014870 7100-EXIT.
014880     EXIT.
014890
014900*----------------------------------------------------------
014910* 9000-TERMINATE
014920*----------------------------------------------------------
014930 9000-TERMINATE.
014940     IF SP-RPT-STATUS = "00"
014950         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
014960         CLOSE SUSPRPT-FILE
014970     END-IF.
014980     CLOSE SUSPENSE-FILE.
014990     CLOSE ACCTMAST-FILE.
015000     CLOSE PSTJRNL-FILE.
015010     CLOSE SUSPNEW-FILE.
015020     IF SP-HOLDS-PRESENT
015030         CLOSE HOLDMAST-FILE
015040     END-IF.
015050     IF SP-BRCH-OPEN
015060         CLOSE BRCHMAST-FILE
015070     END-IF.
015080     PERFORM 9200-MARK-REVERSED-ORIGINALS THRU 9200-EXIT.
015090     MOVE SP-OVERALL-RC TO RETURN-CODE.
015100 9000-EXIT.
015110     EXIT.
015120
015130*----------------------------------------------------------
015140* 9100-PRINT-TOTALS
015150*----------------------------------------------------------
015160 9100-PRINT-TOTALS.
015170     WRITE SUSPRPT-RECORD FROM SP-BLANK-LINE.
015180     MOVE SPACES TO SP-RPT-COUNT-LINE.
015190     MOVE "SUSPENSE ITEMS READ" TO SP-CNT-LABEL.
015200     MOVE SP-ITEMS-READ TO SP-CNT-COUNT.
015210     WRITE SUSPRPT-RECORD FROM SP-RPT-COUNT-LINE.
015220     MOVE "ITEMS POSTED" TO SP-CNT-LABEL.
015230     MOVE SP-ITEMS-POSTED TO SP-CNT-COUNT.
015240     WRITE SUSPRPT-RECORD FROM SP-RPT-COUNT-LINE.
015250     MOVE "  OF WHICH REVERSALS" TO SP-CNT-LABEL.
015260     MOVE SP-REVERSALS-POSTED TO SP-CNT-COUNT.
015270     WRITE SUSPRPT-RECORD FROM SP-RPT-COUNT-LINE.
015280     MOVE "ITEMS CARRIED FORWARD" TO SP-CNT-LABEL.
015290     MOVE SP-ITEMS-CARRIED TO SP-CNT-COUNT.
015300     WRITE SUSPRPT-RECORD FROM SP-RPT-COUNT-LINE.
015310     MOVE "ITEMS PAST ESCALATION" TO SP-CNT-LABEL.
015320     MOVE SP-ITEMS-ESCALATED TO SP-CNT-COUNT.
015330     WRITE SUSPRPT-RECORD FROM SP-RPT-COUNT-LINE.
015340     MOVE "CORRECTIONS APPLIED" TO SP-CNT-LABEL.
015350     MOVE SP-CORR-APPLIED TO SP-CNT-COUNT.
015360     WRITE SUSPRPT-RECORD FROM SP-RPT-COUNT-LINE.
015370     MOVE "CORRECTIONS UNMATCHED" TO SP-CNT-LABEL.
015380     MOVE SP-CORR-UNMATCHED TO SP-CNT-COUNT.
015390     WRITE SUSPRPT-RECORD FROM SP-RPT-COUNT-LINE.
015400     MOVE SPACES TO SP-RPT-AMOUNT-LINE.
015410     MOVE "AMOUNT POSTED" TO SP-AMT-LABEL.
015420     MOVE SP-POSTED-AMOUNT TO SP-AMT-AMOUNT.
015430     WRITE SUSPRPT-RECORD FROM SP-RPT-AMOUNT-LINE.
015440     MOVE "AMOUNT CARRIED FORWARD" TO SP-AMT-LABEL.
015450     MOVE SP-CARRIED-AMOUNT TO SP-AMT-AMOUNT.
015460     WRITE SUSPRPT-RECORD FROM SP-RPT-AMOUNT-LINE.
015470 9100-EXIT.
015480     EXIT.
015490
015500*----------------------------------------------------------
015510* 9200-MARK-REVERSED-ORIGINALS
015520* AS COBOLPROD'S 8800 - ONCE PSTJRNL IS CLOSED, EACH ORIGINAL
015530* REVERSED THIS RUN IS REWRITTEN WITH THE REFERENCE OF ITS
015540* REVERSAL.  A MARK THAT CANNOT BE MADE IS RC 8.
015550*----------------------------------------------------------
015560 9200-MARK-REVERSED-ORIGINALS.
015570     MOVE ZERO TO SP-RV-TO-MARK.
015580     IF SP-RV-COUNT > ZERO
015590         PERFORM 9210-COUNT-UNMARKED THRU 9210-EXIT
015600             VARYING SP-RV-SUB FROM 1 BY 1
015610             UNTIL SP-RV-SUB > SP-RV-COUNT
015620     END-IF.
015630     IF SP-RV-TO-MARK = ZERO
015640         GO TO 9200-EXIT
015650     END-IF.
015660     OPEN I-O PSTJRNL-FILE.
015670     IF SP-JRNL-STATUS NOT = "00"
015680         DISPLAY "SUSPROC - UNABLE TO REOPEN PSTJRNL - STATUS "
015690             SP-JRNL-STATUS " - " SP-RV-TO-MARK
015700             " REVERSED POSTINGS NOT MARKED"
015710         MOVE 8 TO SP-OVERALL-RC
015720         GO TO 9200-EXIT
015730     END-IF.
015740     MOVE "N" TO SP-JSCAN-EOF-SWITCH.
015750     PERFORM 9250-MARK-JOURNAL-ROW THRU 9250-EXIT
015760         UNTIL SP-JSCAN-END-OF-FILE
015770             OR SP-RV-TO-MARK = ZERO.
015780     CLOSE PSTJRNL-FILE.
015790     DISPLAY "SUSPROC - " SP-RV-MARKED-COUNT
015800         " REVERSED POSTINGS MARKED ON PSTJRNL".
015810     IF SP-RV-TO-MARK > ZERO
015820         DISPLAY "SUSPROC - " SP-RV-TO-MARK
015830             " REVERSED POSTINGS COULD NOT BE MARKED"
015840         MOVE 8 TO SP-OVERALL-RC
015850     END-IF.
015860 9200-EXIT.
015870     EXIT.
015880
015890*----------------------------------------------------------
015900* 9210-COUNT-UNMARKED
015910*----------------------------------------------------------
015920 9210-COUNT-UNMARKED.
015930     IF SP-RV-REVERSED-BY (SP-RV-SUB) NOT = SPACES
015940             AND NOT SP-RV-MARKED (SP-RV-SUB)
015950         ADD 1 TO SP-RV-TO-MARK
015960     END-IF.
015970 9210-EXIT.
015980     EXIT.
015990
016000*----------------------------------------------------------
016010* 9250-MARK-JOURNAL-ROW
016020*----------------------------------------------------------
016030 9250-MARK-JOURNAL-ROW.
016040     READ PSTJRNL-FILE
016050         AT END
016060             SET SP-JSCAN-END-OF-FILE TO TRUE
016070     END-READ.
016080     IF SP-JSCAN-END-OF-FILE
016090         GO TO 9250-EXIT
016100     END-IF.
016110     IF PJ-ENTRY-REVERSAL OR PJ-LINKED-REF NOT = SPACES
016120         GO TO 9250-EXIT
016130     END-IF.
016140     MOVE PJ-POSTING-REF TO SP-RV-KEY.
016150     PERFORM 1570-FIND-REVERSAL-ENTRY THRU 1570-EXIT.
016160     IF SP-RV-FOUND = ZERO
016170         GO TO 9250-EXIT
016180     END-IF.
016190     IF SP-RV-MARKED (SP-RV-FOUND)
016200             OR SP-RV-REVERSED-BY (SP-RV-FOUND) = SPACES
016210         GO TO 9250-EXIT
016220     END-IF.
016230     MOVE SP-RV-REVERSED-BY (SP-RV-FOUND) TO PJ-LINKED-REF.
016240     REWRITE PSTJRNL-RECORD.
016250     IF SP-JRNL-STATUS NOT = "00"
016260         DISPLAY "SUSPROC - PSTJRNL REWRITE FAILED - STATUS "
016270             SP-JRNL-STATUS
016280         MOVE 8 TO SP-OVERALL-RC
016290         GO TO 9250-EXIT
016300     END-IF.
016310     MOVE "Y" TO SP-RV-MARKED-SWITCH (SP-RV-FOUND).
016320     SUBTRACT 1 FROM SP-RV-TO-MARK.
016330     ADD 1 TO SP-RV-MARKED-COUNT.
016340 9250-EXIT.
016350     EXIT.
016360
016370 END PROGRAM SUSPROC.
