000010*================================================================
000020* PROGRAM-ID    :  HOLDMNT
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  CONTROLLED MAINTENANCE OF THE FUNDS HOLD
000090*                  MASTER (HOLDMAST KSDS), ON THE SAME EDIT-
000100*                  REPORT CYCLE AS ACCTMNT.  READS A TRANSACTION
000110*                  FILE OF PLACE/RELEASE CARDS, VALIDATES EACH
000120*                  ONE, APPLIES THE CLEAN ONES, AND PRINTS AN
000130*                  EDIT REPORT OF APPLIED AND REJECTED CARDS.
000140*                  A PLACED HOLD IS GIVEN THE NEXT FREE HOLD
000150*                  SEQUENCE FOR ITS ACCOUNT AND RECORDS THE
000160*                  ACTING OPERATOR (MANDATORY SYSIN CARD, AS FOR
000170*                  OPERMNT) AS PLACED-BY.  A RELEASE MARKS THE
000180*                  HOLD RELEASED BUT NEVER DELETES IT - THE
000190*                  HOLD MASTER IS ITS OWN AUDIT TRAIL.  UNTIL NOW
000200*                  THE ONLY WAY TO PROTECT HELD FUNDS WAS TO
000210*                  POST-BLOCK THE WHOLE ACCOUNT.
000220*
000230* MODIFICATION HISTORY
000240* ---------------------------------------------------------------
000250* DATE       INIT  DESCRIPTION
000260* ---------------------------------------------------------------
000270* 2026-10-15 IKS   ORIGINAL PROGRAM.
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. HOLDMNT.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PARM-FILE ASSIGN TO SYSIN
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS PF-FILE-STATUS.
000380
000390     SELECT HOLDMAST-FILE ASSIGN TO HOLDMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS HM-KEY
000430         FILE STATUS IS HD-HOLD-STATUS.
000440
000450     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS AM-ACCOUNT-ID
000490         FILE STATUS IS HD-MAST-STATUS.
000500
000510     SELECT HOLDTRAN-FILE ASSIGN TO HOLDTRAN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS HD-TRAN-STATUS.
000540
000550     SELECT HOLDRPT-FILE ASSIGN TO HOLDRPT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS HD-RPT-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PARM-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  PARM-RECORD.
000640     05  PARM-OPERATOR-ID            PIC X(16).
000650
000660 FD  HOLDMAST-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 120 CHARACTERS.
000690     COPY HOLDMAST.
000700
000710 FD  ACCTMAST-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 60 CHARACTERS.
000740     COPY ACCTMAST.
000750
000760*----------------------------------------------------------
000770* HOLDTRAN-FILE - ONE 80-BYTE CARD PER MAINTENANCE ACTION.
000780* COLS 01-06 ACTION (PLACE / RELEAS), COLS 07-16 ACCOUNT ID,
000790* COLS 17-20 HOLD SEQUENCE (RELEAS ONLY - PLACE IS GIVEN THE
000800* NEXT FREE ONE), COLS 21-29 AMOUNT (9(07)V99, NO DECIMAL
000810* POINT), COLS 30-49 REASON, COLS 50-57 EXPIRY DATE
000820* (YYYYMMDD; BLANK = NO EXPIRY).  AMOUNT, REASON AND EXPIRY
000830* ARE READ FOR PLACE ONLY.
000840*----------------------------------------------------------
000850 FD  HOLDTRAN-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  HOLDTRAN-RECORD.
000890     05  HT-ACTION                   PIC X(06).
000900         88  HT-ACTION-PLACE                VALUE "PLACE".
000910         88  HT-ACTION-RELEASE              VALUE "RELEAS".
000920     05  HT-ACCOUNT-ID               PIC X(10).
000930     05  HT-HOLD-SEQ                 PIC X(04).
000940     05  HT-AMOUNT                   PIC X(09).
000950     05  HT-REASON                   PIC X(20).
000960     05  HT-EXPIRY-DATE              PIC X(08).
000970     05  FILLER                      PIC X(23).
000980
000990 FD  HOLDRPT-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 132 CHARACTERS.
001020 01  HOLDRPT-RECORD                  PIC X(132).
001030
001040 WORKING-STORAGE SECTION.
001050 77  PF-FILE-STATUS                  PIC X(02) VALUE SPACES.
001060 77  PF-EOF-SWITCH                   PIC X(01) VALUE "N".
001070     88  PF-END-OF-FILE                      VALUE "Y".
001080 77  HD-HOLD-STATUS                  PIC X(02) VALUE SPACES.
001090 77  HD-MAST-STATUS                  PIC X(02) VALUE SPACES.
001100 77  HD-TRAN-STATUS                  PIC X(02) VALUE SPACES.
001110 77  HD-RPT-STATUS                   PIC X(02) VALUE SPACES.
001120 77  HD-TRAN-EOF-SWITCH              PIC X(01) VALUE "N".
001130     88  HD-TRAN-END-OF-FILE                VALUE "Y".
001140 77  HD-SCAN-EOF-SWITCH              PIC X(01) VALUE "N".
001150     88  HD-SCAN-END-OF-FILE                VALUE "Y".
001160 77  HD-FOUND-SWITCH                 PIC X(01) VALUE "N".
001170     88  HD-ID-FOUND                        VALUE "Y".
001180     88  HD-ID-NOT-FOUND                    VALUE "N".
001190 77  HD-OVERALL-RC                   PIC 9(02) VALUE ZERO.
001200
001210 77  HD-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
001220 77  HD-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
001230 77  HD-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
001240
001250 77  HD-REJECT-REASON                PIC X(30) VALUE SPACES.
001260 77  HD-ACTING-OPERATOR              PIC X(16) VALUE SPACES.
001270 77  HD-LAST-SEQ                     PIC 9(04) VALUE ZERO.
001280 77  HD-NEW-SEQ                      PIC 9(04) VALUE ZERO.
001290 77  HD-EXPIRY-DATE                  PIC 9(08) VALUE ZERO.
001300
001310 01  HD-RPT-HEADING-1.
001320     05  FILLER                      PIC X(20)
001330             VALUE "HOLDMNT EDIT REPORT".
001340     05  FILLER                      PIC X(06) VALUE "DATE: ".
001350     05  HD-HDG-DATE                 PIC 9(08).
001360     05  FILLER                      PIC X(04) VALUE SPACES.
001370     05  FILLER                      PIC X(10) VALUE "OPERATOR: ".
001380     05  HD-HDG-OPERATOR             PIC X(16).
001390     05  FILLER                      PIC X(68) VALUE SPACES.
001400
001410 01  HD-RPT-HEADING-2.
001420     05  FILLER                      PIC X(08) VALUE "ACTION".
001430     05  FILLER                      PIC X(12)
001440             VALUE "ACCOUNT-ID".
001450     05  FILLER                      PIC X(06) VALUE "SEQ".
001460     05  FILLER                      PIC X(15) VALUE "AMOUNT".
001470     05  FILLER                      PIC X(22) VALUE "REASON".
001480     05  FILLER                      PIC X(10) VALUE "EXPIRES".
001490     05  FILLER                      PIC X(10) VALUE "RESULT".
001500     05  FILLER                      PIC X(30)
001510       VALUE "REJECTED FOR".
001520     05  FILLER                      PIC X(19) VALUE SPACES.
001530
001540 01  HD-RPT-DETAIL.
001550     05  HD-DTL-ACTION               PIC X(06).
001560     05  FILLER                      PIC X(02) VALUE SPACES.
001570     05  HD-DTL-ACCOUNT-ID           PIC X(10).
001580     05  FILLER                      PIC X(02) VALUE SPACES.
001590     05  HD-DTL-HOLD-SEQ             PIC X(04).
001600     05  FILLER                      PIC X(02) VALUE SPACES.
001610     05  HD-DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
001620     05  HD-DTL-AMOUNT-X REDEFINES HD-DTL-AMOUNT
001630                                     PIC X(12).
001640     05  FILLER                      PIC X(03) VALUE SPACES.
001650     05  HD-DTL-REASON               PIC X(20).
001660     05  FILLER                      PIC X(02) VALUE SPACES.
001670     05  HD-DTL-EXPIRY               PIC X(08).
001680     05  FILLER                      PIC X(02) VALUE SPACES.
001690     05  HD-DTL-RESULT               PIC X(08).
001700     05  FILLER                      PIC X(02) VALUE SPACES.
001710     05  HD-DTL-REJECT-REASON        PIC X(30).
001720     05  FILLER                      PIC X(19) VALUE SPACES.
001730
001740 01  HD-RPT-TOTAL.
001750     05  HD-TOT-LABEL                PIC X(30).
001760     05  HD-TOT-COUNT                PIC Z(04)9.
001770     05  FILLER                      PIC X(97) VALUE SPACES.
001780
001790 01  HD-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001800
001810 PROCEDURE DIVISION.
001820*----------------------------------------------------------
001830* 0000-MAINLINE
001840*----------------------------------------------------------
001850 0000-MAINLINE.
001860     PERFORM 1100-READ-OPERATOR-PARM THRU 1100-EXIT.
001870     IF HD-OVERALL-RC NOT = ZERO
001880         MOVE HD-OVERALL-RC TO RETURN-CODE
001890         GO TO 0000-EXIT
001900     END-IF.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     IF HD-OVERALL-RC NOT = ZERO
001930         GO TO 0000-WRAP-UP
001940     END-IF.
001950     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001960         UNTIL HD-TRAN-END-OF-FILE.
001970 0000-WRAP-UP.
001980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001990 0000-EXIT.
002000     STOP RUN.
002010
002020*----------------------------------------------------------
002030* 1100-READ-OPERATOR-PARM
002040* THE SYSIN CARD NAMES THE OPERATOR RUNNING THIS
002050* MAINTENANCE.  IT IS MANDATORY - EVERY HOLD RECORDS WHO
002060* PLACED IT AND WHO RELEASED IT.
002070*----------------------------------------------------------
002080 1100-READ-OPERATOR-PARM.
002090     OPEN INPUT PARM-FILE.
002100     IF PF-FILE-STATUS NOT = "00"
002110         DISPLAY "HOLDMNT - UNABLE TO OPEN SYSIN - STATUS "
002120             PF-FILE-STATUS
002130         MOVE 8 TO HD-OVERALL-RC
002140         GO TO 1100-EXIT
002150     END-IF.
002160     READ PARM-FILE
002170         AT END SET PF-END-OF-FILE TO TRUE
002180     END-READ.
002190     IF PF-END-OF-FILE OR PARM-OPERATOR-ID = SPACES
002200         DISPLAY "HOLDMNT - ACTING OPERATOR CARD MISSING - "
002210             "RUN STOPPED"
002220         MOVE 8 TO HD-OVERALL-RC
002230     ELSE
002240         MOVE PARM-OPERATOR-ID TO HD-ACTING-OPERATOR
002250     END-IF.
002260     CLOSE PARM-FILE.
002270 1100-EXIT.
002280     EXIT.
002290
002300*----------------------------------------------------------
002310* 1000-INITIALIZE
002320* OPENS THE FILES AND PRINTS THE REPORT HEADINGS.  AN ABSENT
002330* HOLD MASTER (STATUS 35) IS BUILT EMPTY AND REOPENED - THE
002340* FIRST EVER RUN OF THIS PROGRAM IS HOW THE MASTER GETS
002350* CREATED.  THE ACCOUNT MASTER IS READ ONLY, TO CHECK THE
002360* ACCOUNT A HOLD IS PLACED AGAINST.
002370*----------------------------------------------------------
002380 1000-INITIALIZE.
002390     ACCEPT HD-CURRENT-DATE FROM DATE YYYYMMDD.
002400     OPEN INPUT HOLDTRAN-FILE.
002410     IF HD-TRAN-STATUS NOT = "00"
002420         DISPLAY "HOLDMNT - UNABLE TO OPEN HOLDTRAN - STATUS "
002430             HD-TRAN-STATUS
002440         MOVE 8 TO HD-OVERALL-RC
002450         GO TO 1000-EXIT
002460     END-IF.
002470     OPEN OUTPUT HOLDRPT-FILE.
002480     IF HD-RPT-STATUS NOT = "00"
002490         DISPLAY "HOLDMNT - UNABLE TO OPEN HOLDRPT - STATUS "
002500             HD-RPT-STATUS
002510         MOVE 8 TO HD-OVERALL-RC
002520         GO TO 1000-EXIT
002530     END-IF.
002540     MOVE HD-CURRENT-DATE TO HD-HDG-DATE.
002550     MOVE HD-ACTING-OPERATOR TO HD-HDG-OPERATOR.
002560     WRITE HOLDRPT-RECORD FROM HD-RPT-HEADING-1.
002570     WRITE HOLDRPT-RECORD FROM HD-RPT-HEADING-2.
002580     OPEN INPUT ACCTMAST-FILE.
002590     IF HD-MAST-STATUS NOT = "00"
002600         DISPLAY "HOLDMNT - UNABLE TO OPEN ACCTMAST - STATUS "
002610             HD-MAST-STATUS
002620         MOVE 8 TO HD-OVERALL-RC
002630         GO TO 1000-EXIT
002640     END-IF.
002650     OPEN I-O HOLDMAST-FILE.
002660     IF HD-HOLD-STATUS = "35"
002670         OPEN OUTPUT HOLDMAST-FILE
002680         CLOSE HOLDMAST-FILE
002690         OPEN I-O HOLDMAST-FILE
002700     END-IF.
002710     IF HD-HOLD-STATUS NOT = "00"
002720         DISPLAY "HOLDMNT - UNABLE TO OPEN HOLDMAST - STATUS "
002730             HD-HOLD-STATUS
002740         MOVE 8 TO HD-OVERALL-RC
002750         GO TO 1000-EXIT
002760     END-IF.
002770     PERFORM 2500-READ-TRANSACTION THRU 2500-EXIT.
002780 1000-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------
002820* 2000-PROCESS-TRANSACTION
002830* VALIDATES ONE CARD AND APPLIES IT TO THE MASTER WHEN
002840* CLEAN.  EVERY CARD - APPLIED OR REJECTED - GETS ONE EDIT
002850* REPORT LINE.
002860*----------------------------------------------------------
002870 2000-PROCESS-TRANSACTION.
002880     ADD 1 TO HD-TRANS-READ.
002890     MOVE SPACES TO HD-REJECT-REASON.
002900     PERFORM 3000-VALIDATE-TRANSACTION THRU 3000-EXIT.
002910     IF HD-REJECT-REASON = SPACES
002920         PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
002930     END-IF.
002940     IF HD-REJECT-REASON = SPACES
002950         ADD 1 TO HD-TRANS-APPLIED
002960         PERFORM 6000-PRINT-DETAIL-APPLIED THRU 6000-EXIT
002970     ELSE
002980         ADD 1 TO HD-TRANS-REJECTED
002990         PERFORM 6100-PRINT-DETAIL-REJECTED THRU 6100-EXIT
003000         IF HD-OVERALL-RC < 4
003010             MOVE 4 TO HD-OVERALL-RC
003020         END-IF
003030     END-IF.
003040     PERFORM 2500-READ-TRANSACTION THRU 2500-EXIT.
003050 2000-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------
003090* 2500-READ-TRANSACTION
003100*----------------------------------------------------------
003110 2500-READ-TRANSACTION.
003120     READ HOLDTRAN-FILE
003130         AT END
003140             SET HD-TRAN-END-OF-FILE TO TRUE
003150     END-READ.
003160 2500-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------
003200* 3000-VALIDATE-TRANSACTION
003210* LEAVES HD-REJECT-REASON AS SPACES WHEN THE CARD IS CLEAN,
003220* OTHERWISE SETS IT TO THE FIRST FAILURE FOUND.
003230*----------------------------------------------------------
003240 3000-VALIDATE-TRANSACTION.
003250     IF NOT HT-ACTION-PLACE AND NOT HT-ACTION-RELEASE
003260         MOVE "INVALID ACTION CODE" TO HD-REJECT-REASON
003270         GO TO 3000-EXIT
003280     END-IF.
003290     IF HT-ACCOUNT-ID = SPACES
003300         MOVE "ACCOUNT ID MISSING" TO HD-REJECT-REASON
003310         GO TO 3000-EXIT
003320     END-IF.
003330     IF HT-ACTION-PLACE
003340         PERFORM 3100-VALIDATE-PLACE THRU 3100-EXIT
003350     ELSE
003360         PERFORM 3200-VALIDATE-RELEASE THRU 3200-EXIT
003370     END-IF.
003380 3000-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------
003420* 3100-VALIDATE-PLACE
003430* A HOLD GOES ONLY ON AN ACCOUNT THAT IS ON THE MASTER AND
003440* NOT CLOSED (A POST-BLOCKED ACCOUNT MAY STILL BE HELD, SO
003450* THE HOLD IS ALREADY IN PLACE WHEN THE BLOCK COMES OFF).
003460* THE AMOUNT MUST BE ABOVE ZERO, A REASON IS REQUIRED, AND
003470* AN EXPIRY, WHEN GIVEN, MAY NOT BE IN THE PAST.  THE NEXT
003480* FREE HOLD SEQUENCE IS FOUND HERE; AN ACCOUNT THAT HAS
003490* USED ALL 9999 IS REJECTED.
003500*----------------------------------------------------------
003510 3100-VALIDATE-PLACE.
003520     MOVE HT-ACCOUNT-ID TO AM-ACCOUNT-ID.
003530     READ ACCTMAST-FILE
003540         INVALID KEY
003550             MOVE "ACCOUNT NOT ON MASTER" TO HD-REJECT-REASON
003560     END-READ.
003570     IF HD-REJECT-REASON NOT = SPACES
003580         GO TO 3100-EXIT
003590     END-IF.
003600     IF AM-STATUS-CLOSED
003610         MOVE "ACCOUNT CLOSED" TO HD-REJECT-REASON
003620         GO TO 3100-EXIT
003630     END-IF.
003640     IF HT-AMOUNT IS NOT NUMERIC
003650         MOVE "AMOUNT NOT NUMERIC" TO HD-REJECT-REASON
003660         GO TO 3100-EXIT
003670     END-IF.
003680     IF HT-AMOUNT = ZERO
003690         MOVE "AMOUNT MUST BE ABOVE ZERO" TO HD-REJECT-REASON
003700         GO TO 3100-EXIT
003710     END-IF.
003720     IF HT-REASON = SPACES
003730         MOVE "HOLD REASON MISSING" TO HD-REJECT-REASON
003740         GO TO 3100-EXIT
003750     END-IF.
003760     IF HT-EXPIRY-DATE = SPACES
003770         MOVE 99991231 TO HD-EXPIRY-DATE
003780     ELSE
003790         IF HT-EXPIRY-DATE IS NOT NUMERIC
003800             MOVE "EXPIRY DATE NOT NUMERIC" TO HD-REJECT-REASON
003810             GO TO 3100-EXIT
003820         END-IF
003830         MOVE HT-EXPIRY-DATE TO HD-EXPIRY-DATE
003840     END-IF.
003850     IF HD-EXPIRY-DATE < HD-CURRENT-DATE
003860         MOVE "EXPIRY DATE IN THE PAST" TO HD-REJECT-REASON
003870         GO TO 3100-EXIT
003880     END-IF.
003890     PERFORM 3500-FIND-LAST-SEQUENCE THRU 3500-EXIT.
003900     IF HD-REJECT-REASON NOT = SPACES
003910         GO TO 3100-EXIT
003920     END-IF.
003930     IF HD-LAST-SEQ = 9999
003940         MOVE "HOLD SEQUENCE EXHAUSTED" TO HD-REJECT-REASON
003950         GO TO 3100-EXIT
003960     END-IF.
003970     COMPUTE HD-NEW-SEQ = HD-LAST-SEQ + 1.
003980 3100-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------
004020* 3200-VALIDATE-RELEASE
004030* THE CARD NAMES THE HOLD BY ACCOUNT AND SEQUENCE.  ONLY AN
004040* ACTIVE HOLD CAN BE RELEASED.  ON A CLEAN CARD THE HOLD IS
004050* LEFT IN HOLDMAST-RECORD FOR THE REWRITE.
004060*----------------------------------------------------------
004070 3200-VALIDATE-RELEASE.
004080     IF HT-HOLD-SEQ IS NOT NUMERIC
004090         MOVE "HOLD SEQUENCE NOT NUMERIC" TO HD-REJECT-REASON
004100         GO TO 3200-EXIT
004110     END-IF.
004120     MOVE HT-ACCOUNT-ID TO HM-ACCOUNT-ID.
004130     MOVE HT-HOLD-SEQ TO HM-HOLD-SEQ.
004140     READ HOLDMAST-FILE
004150         INVALID KEY
004160             SET HD-ID-NOT-FOUND TO TRUE
004170         NOT INVALID KEY
004180             SET HD-ID-FOUND TO TRUE
004190     END-READ.
004200     IF HD-ID-NOT-FOUND
004210         MOVE "HOLD NOT ON FILE" TO HD-REJECT-REASON
004220         GO TO 3200-EXIT
004230     END-IF.
004240     IF NOT HM-STATUS-ACTIVE
004250         MOVE "HOLD NOT ACTIVE" TO HD-REJECT-REASON
004260         GO TO 3200-EXIT
004270     END-IF.
004280 3200-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------
004320* 3500-FIND-LAST-SEQUENCE
004330* POSITIONS ON THE ACCOUNT'S FIRST HOLD AND READS FORWARD
004340* THROUGH ALL OF ITS HOLDS, LEAVING THE HIGHEST SEQUENCE IN
004350* USE IN HD-LAST-SEQ (ZERO WHEN THE ACCOUNT HAS NONE).
004360*----------------------------------------------------------
004370 3500-FIND-LAST-SEQUENCE.
004380     MOVE ZERO TO HD-LAST-SEQ.
004390     MOVE "N" TO HD-SCAN-EOF-SWITCH.
004400     MOVE HT-ACCOUNT-ID TO HM-ACCOUNT-ID.
004410     MOVE ZERO TO HM-HOLD-SEQ.
004420     START HOLDMAST-FILE KEY IS NOT LESS THAN HM-KEY
004430         INVALID KEY
004440             SET HD-SCAN-END-OF-FILE TO TRUE
004450     END-START.
004460     IF HD-SCAN-END-OF-FILE
004470         GO TO 3500-EXIT
004480     END-IF.
004490     PERFORM 3550-READ-NEXT-HOLD THRU 3550-EXIT.
004500     PERFORM 3560-NOTE-SEQUENCE THRU 3560-EXIT
004510         UNTIL HD-SCAN-END-OF-FILE.
004520 3500-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------
004560* 3550-READ-NEXT-HOLD
004570* THE SCAN ENDS AT END OF FILE OR AT THE FIRST HOLD OF THE
004580* NEXT ACCOUNT.
004590*----------------------------------------------------------
004600 3550-READ-NEXT-HOLD.
004610     READ HOLDMAST-FILE NEXT RECORD
004620         AT END
004630             SET HD-SCAN-END-OF-FILE TO TRUE
004640     END-READ.
004650     IF HD-SCAN-END-OF-FILE
004660         GO TO 3550-EXIT
004670     END-IF.
004680     IF HD-HOLD-STATUS NOT = "00"
004690         DISPLAY "HOLDMNT - HOLDMAST READ FAILED - STATUS "
004700             HD-HOLD-STATUS
004710         MOVE "HOLD MASTER READ FAILED" TO HD-REJECT-REASON
004720         MOVE 8 TO HD-OVERALL-RC
004730         SET HD-SCAN-END-OF-FILE TO TRUE
004740         GO TO 3550-EXIT
004750     END-IF.
004760     IF HM-ACCOUNT-ID NOT = HT-ACCOUNT-ID
004770         SET HD-SCAN-END-OF-FILE TO TRUE
004780     END-IF.
004790 3550-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------
004830* 3560-NOTE-SEQUENCE
004840*----------------------------------------------------------
004850 3560-NOTE-SEQUENCE.
004860     MOVE HM-HOLD-SEQ TO HD-LAST-SEQ.
004870     PERFORM 3550-READ-NEXT-HOLD THRU 3550-EXIT.
004880 3560-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------
004920* 4000-APPLY-TRANSACTION
004930* THE CARD HAS PASSED VALIDATION - WRITE THE NEW HOLD OR
004940* REWRITE THE RELEASED ONE.  AN I/O FAILURE HERE TURNS THE
004950* CARD INTO A REJECT AND FLAGS THE RUN (RC 8); THE
004960* REMAINING CARDS ARE STILL EDITED AND REPORTED.
004970*----------------------------------------------------------
004980 4000-APPLY-TRANSACTION.
004990     IF HT-ACTION-PLACE
005000         MOVE SPACES TO HOLDMAST-RECORD
005010         MOVE HT-ACCOUNT-ID TO HM-ACCOUNT-ID
005020         MOVE HD-NEW-SEQ TO HM-HOLD-SEQ
005030         MOVE HT-AMOUNT TO HM-AMOUNT (1:9)
005040         MOVE HT-REASON TO HM-REASON
005050         MOVE HD-ACTING-OPERATOR TO HM-PLACED-BY
005060         MOVE HD-CURRENT-DATE TO HM-PLACED-DATE
005070         MOVE HD-EXPIRY-DATE TO HM-EXPIRY-DATE
005080         SET HM-STATUS-ACTIVE TO TRUE
005090         MOVE ZERO TO HM-STATUS-DATE
005100         SET HM-NOTHING-LISTED TO TRUE
005110         WRITE HOLDMAST-RECORD
005120             INVALID KEY
005130                 MOVE "HOLD WRITE FAILED" TO HD-REJECT-REASON
005140         END-WRITE
005150     END-IF.
005160     IF HT-ACTION-RELEASE
005170         SET HM-STATUS-RELEASED TO TRUE
005180         MOVE HD-CURRENT-DATE TO HM-STATUS-DATE
005190         MOVE HD-ACTING-OPERATOR TO HM-RELEASED-BY
005200         REWRITE HOLDMAST-RECORD
005210             INVALID KEY
005220                 MOVE "HOLD REWRITE FAILED" TO HD-REJECT-REASON
005230         END-REWRITE
005240     END-IF.
005250     IF HD-REJECT-REASON NOT = SPACES
005260             OR HD-HOLD-STATUS NOT = "00"
005270         DISPLAY "HOLDMNT - HOLDMAST I/O FAILED - STATUS "
005280             HD-HOLD-STATUS
005290         MOVE 8 TO HD-OVERALL-RC
005300     END-IF.
005310 4000-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------
005350* 6000-PRINT-DETAIL-APPLIED
005360* PRINTS THE HOLD AS IT NOW STANDS ON THE MASTER - FOR A
005370* PLACE THIS SHOWS THE SEQUENCE THE HOLD WAS GIVEN.
005380*----------------------------------------------------------
005390 6000-PRINT-DETAIL-APPLIED.
005400     MOVE SPACES TO HD-RPT-DETAIL.
005410     MOVE HT-ACTION TO HD-DTL-ACTION.
005420     MOVE HM-ACCOUNT-ID TO HD-DTL-ACCOUNT-ID.
005430     MOVE HM-HOLD-SEQ TO HD-DTL-HOLD-SEQ.
005440     MOVE HM-AMOUNT TO HD-DTL-AMOUNT.
005450     MOVE HM-REASON TO HD-DTL-REASON.
005460     IF HM-NO-EXPIRY
005470         MOVE "NONE" TO HD-DTL-EXPIRY
005480     ELSE
005490         MOVE HM-EXPIRY-DATE TO HD-DTL-EXPIRY
005500     END-IF.
005510     MOVE "APPLIED" TO HD-DTL-RESULT.
005520     WRITE HOLDRPT-RECORD FROM HD-RPT-DETAIL.
005530 6000-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------
005570* 6100-PRINT-DETAIL-REJECTED
005580* PRINTS THE CARD AS KEYED.
005590*----------------------------------------------------------
005600 6100-PRINT-DETAIL-REJECTED.
005610     MOVE SPACES TO HD-RPT-DETAIL.
005620     MOVE HT-ACTION TO HD-DTL-ACTION.
005630     MOVE HT-ACCOUNT-ID TO HD-DTL-ACCOUNT-ID.
005640     MOVE HT-HOLD-SEQ TO HD-DTL-HOLD-SEQ.
005650     MOVE HT-AMOUNT TO HD-DTL-AMOUNT-X.
005660     MOVE HT-REASON TO HD-DTL-REASON.
005670     MOVE HT-EXPIRY-DATE TO HD-DTL-EXPIRY.
005680     MOVE "REJECTED" TO HD-DTL-RESULT.
005690     MOVE HD-REJECT-REASON TO HD-DTL-REJECT-REASON.
005700     WRITE HOLDRPT-RECORD FROM HD-RPT-DETAIL.
005710 6100-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------
005750* 9000-TERMINATE
005760*----------------------------------------------------------
005770 9000-TERMINATE.
005780     IF HD-RPT-STATUS = "00"
005790         MOVE SPACES TO HD-RPT-TOTAL
005800         MOVE "TRANSACTIONS READ" TO HD-TOT-LABEL
005810         MOVE HD-TRANS-READ TO HD-TOT-COUNT
005820         WRITE HOLDRPT-RECORD FROM HD-RPT-TOTAL
005830         MOVE "TRANSACTIONS APPLIED" TO HD-TOT-LABEL
005840         MOVE HD-TRANS-APPLIED TO HD-TOT-COUNT
005850         WRITE HOLDRPT-RECORD FROM HD-RPT-TOTAL
005860         MOVE "TRANSACTIONS REJECTED" TO HD-TOT-LABEL
005870         MOVE HD-TRANS-REJECTED TO HD-TOT-COUNT
005880         WRITE HOLDRPT-RECORD FROM HD-RPT-TOTAL
005890         CLOSE HOLDRPT-FILE
005900     END-IF.
005910     CLOSE HOLDTRAN-FILE.
005920     CLOSE ACCTMAST-FILE.
005930     CLOSE HOLDMAST-FILE.
005940     MOVE HD-OVERALL-RC TO RETURN-CODE.
005950 9000-EXIT.
005960     EXIT.
005970
005980 END PROGRAM HOLDMNT.
