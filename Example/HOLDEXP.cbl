000010*================================================================
000020* PROGRAM-ID    :  HOLDEXP
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  DAILY HOUSEKEEPING OF THE FUNDS HOLD MASTER
000090*                  (HOLDMAST KSDS), RUN AHEAD OF THE POSTING RUN.
000100*                  EVERY ACTIVE HOLD WHOSE EXPIRY DATE HAS PASSED
000110*                  IS MARKED EXPIRED, SO IT STOPS REDUCING THE
000120*                  ACCOUNT'S AVAILABLE FUNDS.  THE HOLD ACTIVITY
000130*                  LIST (HOLDLST) THEN SHOWS EVERY HOLD PLACED,
000140*                  RELEASED OR EXPIRED SINCE THE LAST RUN - EACH
000150*                  EVENT IS LISTED ONCE, TRACKED BY THE LISTED
000160*                  SWITCH ON THE HOLD ITSELF - FOLLOWED BY THE
000170*                  COUNT AND TOTAL OF HOLDS STILL ACTIVE.  NO
000180*                  HOLD IS EVER DELETED.  RC 0 = CLEAN, RC 8 = A
000190*                  FILE ERROR STOPPED THE RUN.
000200*
000210* MODIFICATION HISTORY
000220* ---------------------------------------------------------------
000230* DATE       INIT  DESCRIPTION
000240* ---------------------------------------------------------------
000250* 2026-10-15 IKS   ORIGINAL PROGRAM.
000260* 2026-10-15 IKS   HOLDMAST IS CLOSED AT END OF RUN ONLY IF IT WAS
000270*                  OPENED - A RUN STOPPED BY HOLDLST OR BY A
000280*                  FAILED HOLDMAST OPEN NEVER OPENS IT.
000290*================================================================
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. HOLDEXP.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT HOLDMAST-FILE ASSIGN TO HOLDMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS HM-KEY
000400         FILE STATUS IS HX-HOLD-STATUS.
000410
000420     SELECT HOLDLST-FILE ASSIGN TO HOLDLST
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS HX-LST-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  HOLDMAST-FILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 120 CHARACTERS.
000510     COPY HOLDMAST.
000520
000530 FD  HOLDLST-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 132 CHARACTERS.
000560 01  HOLDLST-RECORD                  PIC X(132).
000570
000580 WORKING-STORAGE SECTION.
000590 77  HX-HOLD-STATUS                  PIC X(02) VALUE SPACES.
000600 77  HX-LST-STATUS                   PIC X(02) VALUE SPACES.
000610 77  HX-HOLD-EOF-SWITCH              PIC X(01) VALUE "N".
000620     88  HX-HOLD-END-OF-FILE                VALUE "Y".
000630 77  HX-HOLD-OPEN-SWITCH             PIC X(01) VALUE "N".
000640     88  HX-HOLD-OPEN                       VALUE "Y".
000650 77  HX-CHANGED-SWITCH               PIC X(01) VALUE "N".
000660     88  HX-HOLD-CHANGED                    VALUE "Y".
000670 77  HX-OVERALL-RC                   PIC 9(02) VALUE ZERO.
000680
000690 77  HX-HOLDS-READ                   PIC 9(07) COMP VALUE ZERO.
000700 77  HX-PLACED-LISTED                PIC 9(07) COMP VALUE ZERO.
000710 77  HX-RELEASED-LISTED              PIC 9(07) COMP VALUE ZERO.
000720 77  HX-EXPIRED-LISTED               PIC 9(07) COMP VALUE ZERO.
000730 77  HX-EXPIRED-TODAY                PIC 9(07) COMP VALUE ZERO.
000740 77  HX-ACTIVE-COUNT                 PIC 9(07) COMP VALUE ZERO.
000750 77  HX-ACTIVE-AMOUNT                PIC S9(11)V99 COMP-3
000760                                     VALUE ZERO.
000770
000780 01  HX-RPT-HEADING-1.
000790     05  FILLER                      PIC X(30)
000800             VALUE "HOLDEXP HOLD ACTIVITY LIST".
000810     05  FILLER                      PIC X(06) VALUE "DATE: ".
000820     05  HX-HDG-DATE                 PIC 9(08).
000830     05  FILLER                      PIC X(88) VALUE SPACES.
000840
000850 01  HX-RPT-HEADING-2.
000860     05  FILLER                      PIC X(10) VALUE "EVENT".
000870     05  FILLER                      PIC X(12)
000880             VALUE "ACCOUNT-ID".
000890     05  FILLER                      PIC X(06) VALUE "SEQ".
000900     05  FILLER                      PIC X(14) VALUE "AMOUNT".
000910     05  FILLER                      PIC X(22) VALUE "REASON".
000920     05  FILLER                      PIC X(18) VALUE "PLACED-BY".
000930     05  FILLER                      PIC X(10) VALUE "PLACED".
000940     05  FILLER                      PIC X(10) VALUE "EXPIRES".
000950     05  FILLER                      PIC X(10) VALUE "DATE".
000960     05  FILLER                      PIC X(18) VALUE "BY".
000970     05  FILLER                      PIC X(02) VALUE SPACES.
000980
000990 01  HX-RPT-DETAIL.
001000     05  HX-DTL-EVENT                PIC X(08).
001010     05  FILLER                      PIC X(02) VALUE SPACES.
001020     05  HX-DTL-ACCOUNT-ID           PIC X(10).
001030     05  FILLER                      PIC X(02) VALUE SPACES.
001040     05  HX-DTL-HOLD-SEQ             PIC 9(04).
001050     05  FILLER                      PIC X(02) VALUE SPACES.
001060     05  HX-DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
001070     05  FILLER                      PIC X(02) VALUE SPACES.
001080     05  HX-DTL-REASON               PIC X(20).
001090     05  FILLER                      PIC X(02) VALUE SPACES.
001100     05  HX-DTL-PLACED-BY            PIC X(16).
001110     05  FILLER                      PIC X(02) VALUE SPACES.
001120     05  HX-DTL-PLACED-DATE          PIC 9(08).
001130     05  FILLER                      PIC X(02) VALUE SPACES.
001140     05  HX-DTL-EXPIRY               PIC X(08).
001150     05  FILLER                      PIC X(02) VALUE SPACES.
001160     05  HX-DTL-EVENT-DATE           PIC 9(08).
001170     05  FILLER                      PIC X(02) VALUE SPACES.
001180     05  HX-DTL-EVENT-BY             PIC X(16).
001190     05  FILLER                      PIC X(02) VALUE SPACES.
001200
001210 01  HX-RPT-TOTAL.
001220     05  HX-TOT-LABEL                PIC X(30).
001230     05  HX-TOT-COUNT                PIC Z(06)9.
001240     05  FILLER                      PIC X(95) VALUE SPACES.
001250
001260 01  HX-RPT-AMOUNT-TOTAL.
001270     05  HX-AMT-LABEL                PIC X(30).
001280     05  HX-AMT-VALUE                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001290     05  FILLER                      PIC X(81) VALUE SPACES.
001300
001310 01  HX-BLANK-LINE                   PIC X(132) VALUE SPACES.
001320
001330 01  HX-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001340
001350 PROCEDURE DIVISION.
001360*----------------------------------------------------------
001370* 0000-MAINLINE
001380*----------------------------------------------------------
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410     IF HX-OVERALL-RC NOT = ZERO
001420         GO TO 0000-WRAP-UP
001430     END-IF.
001440     PERFORM 2000-PROCESS-HOLD THRU 2000-EXIT
001450         UNTIL HX-HOLD-END-OF-FILE.
001460 0000-WRAP-UP.
001470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001480 0000-EXIT.
001490     STOP RUN.
001500
001510*----------------------------------------------------------
001520* 1000-INITIALIZE
001530* AN ABSENT HOLD MASTER (STATUS 35) MEANS NO HOLD HAS EVER
001540* BEEN PLACED - THE LIST PRINTS EMPTY AND THE RUN ENDS
001550* CLEAN.
001560*----------------------------------------------------------
001570 1000-INITIALIZE.
001580     ACCEPT HX-CURRENT-DATE FROM DATE YYYYMMDD.
001590     OPEN OUTPUT HOLDLST-FILE.
001600     IF HX-LST-STATUS NOT = "00"
001610         DISPLAY "HOLDEXP - UNABLE TO OPEN HOLDLST - STATUS "
001620             HX-LST-STATUS
001630         MOVE 8 TO HX-OVERALL-RC
001640         GO TO 1000-EXIT
001650     END-IF.
001660     MOVE HX-CURRENT-DATE TO HX-HDG-DATE.
001670     WRITE HOLDLST-RECORD FROM HX-RPT-HEADING-1.
001680     WRITE HOLDLST-RECORD FROM HX-RPT-HEADING-2.
001690     OPEN I-O HOLDMAST-FILE.
001700     IF HX-HOLD-STATUS = "35"
001710         SET HX-HOLD-END-OF-FILE TO TRUE
001720         GO TO 1000-EXIT
001730     END-IF.
001740     IF HX-HOLD-STATUS NOT = "00"
001750         DISPLAY "HOLDEXP - UNABLE TO OPEN HOLDMAST - STATUS "
001760             HX-HOLD-STATUS
001770         MOVE 8 TO HX-OVERALL-RC
001780         GO TO 1000-EXIT
001790     END-IF.
001800     SET HX-HOLD-OPEN TO TRUE.
001810     PERFORM 2500-READ-HOLD THRU 2500-EXIT.
001820 1000-EXIT.
001830     EXIT.
001840
001850*----------------------------------------------------------
001860* 2000-PROCESS-HOLD
001870* EXPIRES THE HOLD IF ITS DATE HAS PASSED, LISTS WHATEVER
001880* HAS NOT BEEN LISTED YET, AND REWRITES THE HOLD WHEN
001890* EITHER CHANGED IT.
001900*----------------------------------------------------------
001910 2000-PROCESS-HOLD.
001920     ADD 1 TO HX-HOLDS-READ.
001930     MOVE "N" TO HX-CHANGED-SWITCH.
001940     IF HM-STATUS-ACTIVE
001950             AND HM-EXPIRY-DATE < HX-CURRENT-DATE
001960         SET HM-STATUS-EXPIRED TO TRUE
001970         MOVE HX-CURRENT-DATE TO HM-STATUS-DATE
001980         MOVE SPACES TO HM-RELEASED-BY
001990         ADD 1 TO HX-EXPIRED-TODAY
002000         SET HX-HOLD-CHANGED TO TRUE
002010     END-IF.
002020     IF HM-NOTHING-LISTED
002030         PERFORM 3000-LIST-PLACEMENT THRU 3000-EXIT
002040         SET HM-PLACEMENT-LISTED TO TRUE
002050         SET HX-HOLD-CHANGED TO TRUE
002060     END-IF.
002070     IF NOT HM-STATUS-ACTIVE AND NOT HM-ALL-LISTED
002080         PERFORM 3100-LIST-STATUS-CHANGE THRU 3100-EXIT
002090         SET HM-ALL-LISTED TO TRUE
002100         SET HX-HOLD-CHANGED TO TRUE
002110     END-IF.
002120     IF HM-STATUS-ACTIVE
002130         ADD 1 TO HX-ACTIVE-COUNT
002140         ADD HM-AMOUNT TO HX-ACTIVE-AMOUNT
002150     END-IF.
002160     IF HX-HOLD-CHANGED
002170         PERFORM 4000-REWRITE-HOLD THRU 4000-EXIT
002180     END-IF.
002190     PERFORM 2500-READ-HOLD THRU 2500-EXIT.
002200 2000-EXIT.
002210     EXIT.
002220
002230*----------------------------------------------------------
002240* 2500-READ-HOLD
002250*----------------------------------------------------------
002260 2500-READ-HOLD.
002270     READ HOLDMAST-FILE NEXT RECORD
002280         AT END
002290             SET HX-HOLD-END-OF-FILE TO TRUE
002300     END-READ.
002310     IF NOT HX-HOLD-END-OF-FILE AND HX-HOLD-STATUS NOT = "00"
002320         DISPLAY "HOLDEXP - HOLDMAST READ FAILED - STATUS "
002330             HX-HOLD-STATUS
002340         MOVE 8 TO HX-OVERALL-RC
002350         SET HX-HOLD-END-OF-FILE TO TRUE
002360     END-IF.
002370 2500-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------
002410* 3000-LIST-PLACEMENT
002420*----------------------------------------------------------
002430 3000-LIST-PLACEMENT.
002440     PERFORM 3500-FORMAT-HOLD THRU 3500-EXIT.
002450     MOVE "PLACED" TO HX-DTL-EVENT.
002460     MOVE HM-PLACED-DATE TO HX-DTL-EVENT-DATE.
002470     MOVE HM-PLACED-BY TO HX-DTL-EVENT-BY.
002480     WRITE HOLDLST-RECORD FROM HX-RPT-DETAIL.
002490     ADD 1 TO HX-PLACED-LISTED.
002500 3000-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------
002540* 3100-LIST-STATUS-CHANGE
002550* A RELEASE NAMES THE OPERATOR WHO RELEASED THE HOLD; AN
002560* EXPIRY HAS NO OPERATOR.
002570*----------------------------------------------------------
002580 3100-LIST-STATUS-CHANGE.
002590     PERFORM 3500-FORMAT-HOLD THRU 3500-EXIT.
002600     IF HM-STATUS-RELEASED
002610         MOVE "RELEASED" TO HX-DTL-EVENT
002620         ADD 1 TO HX-RELEASED-LISTED
002630     ELSE
002640         MOVE "EXPIRED" TO HX-DTL-EVENT
002650         ADD 1 TO HX-EXPIRED-LISTED
002660     END-IF.
002670     MOVE HM-STATUS-DATE TO HX-DTL-EVENT-DATE.
002680     MOVE HM-RELEASED-BY TO HX-DTL-EVENT-BY.
002690     WRITE HOLDLST-RECORD FROM HX-RPT-DETAIL.
002700 3100-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------
002740* 3500-FORMAT-HOLD
002750* THE PART OF THE LIST LINE COMMON TO EVERY EVENT.
002760*----------------------------------------------------------
002770 3500-FORMAT-HOLD.
002780     MOVE SPACES TO HX-RPT-DETAIL.
002790     MOVE HM-ACCOUNT-ID TO HX-DTL-ACCOUNT-ID.
002800     MOVE HM-HOLD-SEQ TO HX-DTL-HOLD-SEQ.
002810     MOVE HM-AMOUNT TO HX-DTL-AMOUNT.
002820     MOVE HM-REASON TO HX-DTL-REASON.
002830     MOVE HM-PLACED-BY TO HX-DTL-PLACED-BY.
002840     MOVE HM-PLACED-DATE TO HX-DTL-PLACED-DATE.
002850     IF HM-NO-EXPIRY
002860         MOVE "NONE" TO HX-DTL-EXPIRY
002870     ELSE
002880         MOVE HM-EXPIRY-DATE TO HX-DTL-EXPIRY
002890     END-IF.
002900 3500-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------
002940* 4000-REWRITE-HOLD
002950* A FAILED REWRITE STOPS THE RUN (RC 8) - CARRYING ON WOULD
002960* LIST EVENTS THE MASTER DOES NOT RECORD AS LISTED, AND
002970* THEY WOULD PRINT AGAIN TOMORROW.
002980*----------------------------------------------------------
002990 4000-REWRITE-HOLD.
003000     REWRITE HOLDMAST-RECORD
003010         INVALID KEY
003020             MOVE "99" TO HX-HOLD-STATUS
003030     END-REWRITE.
003040     IF HX-HOLD-STATUS NOT = "00"
003050         DISPLAY "HOLDEXP - HOLDMAST REWRITE FAILED - STATUS "
003060             HX-HOLD-STATUS
003070         MOVE 8 TO HX-OVERALL-RC
003080         SET HX-HOLD-END-OF-FILE TO TRUE
003090     END-IF.
003100 4000-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------
003140* 9000-TERMINATE
003150*----------------------------------------------------------
003160 9000-TERMINATE.
003170     IF HX-LST-STATUS = "00"
003180         WRITE HOLDLST-RECORD FROM HX-BLANK-LINE
003190         MOVE SPACES TO HX-RPT-TOTAL
003200         MOVE "HOLDS READ" TO HX-TOT-LABEL
003210         MOVE HX-HOLDS-READ TO HX-TOT-COUNT
003220         WRITE HOLDLST-RECORD FROM HX-RPT-TOTAL
003230         MOVE "HOLDS PLACED LISTED" TO HX-TOT-LABEL
003240         MOVE HX-PLACED-LISTED TO HX-TOT-COUNT
003250         WRITE HOLDLST-RECORD FROM HX-RPT-TOTAL
003260         MOVE "HOLDS RELEASED LISTED" TO HX-TOT-LABEL
003270         MOVE HX-RELEASED-LISTED TO HX-TOT-COUNT
003280         WRITE HOLDLST-RECORD FROM HX-RPT-TOTAL
003290         MOVE "HOLDS EXPIRED LISTED" TO HX-TOT-LABEL
003300         MOVE HX-EXPIRED-LISTED TO HX-TOT-COUNT
003310         WRITE HOLDLST-RECORD FROM HX-RPT-TOTAL
003320         MOVE "  OF WHICH EXPIRED THIS RUN" TO HX-TOT-LABEL
003330         MOVE HX-EXPIRED-TODAY TO HX-TOT-COUNT
003340         WRITE HOLDLST-RECORD FROM HX-RPT-TOTAL
003350         MOVE "HOLDS STILL ACTIVE" TO HX-TOT-LABEL
003360         MOVE HX-ACTIVE-COUNT TO HX-TOT-COUNT
003370         WRITE HOLDLST-RECORD FROM HX-RPT-TOTAL
003380         MOVE SPACES TO HX-RPT-AMOUNT-TOTAL
003390         MOVE "AMOUNT STILL HELD" TO HX-AMT-LABEL
003400         MOVE HX-ACTIVE-AMOUNT TO HX-AMT-VALUE
003410         WRITE HOLDLST-RECORD FROM HX-RPT-AMOUNT-TOTAL
003420         CLOSE HOLDLST-FILE
003430     END-IF.
003440     IF HX-HOLD-OPEN
003450         CLOSE HOLDMAST-FILE
003460     END-IF.
003470     MOVE HX-OVERALL-RC TO RETURN-CODE.
003480 9000-EXIT.
003490     EXIT.
003500
003510 END PROGRAM HOLDEXP.
