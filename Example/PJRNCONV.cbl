000010*================================================================
000020* PROGRAM-ID    :  PJRNCONV
000030* AUTHOR        :  IKARO SALES
000040* INSTALLATION  :  DATA PROCESSING - BATCH SUPPORT GROUP
000050* DATE-WRITTEN  :  2026-10-15
000060* DATE-COMPILED :  2026-10-15
000070*
000080* PURPOSE       :  ONE-TIME CONVERSION OF THE POSTING JOURNAL
000090*                  (PSTJRNL) FROM ITS OLD 60-BYTE RECORD TO THE
000100*                  120-BYTE RECORD THAT NOW CARRIES A POSTING
000110*                  REFERENCE, AN ENTRY TYPE AND A LINKED
000120*                  REFERENCE.  THE 60 BYTES OF EACH OLD RECORD
000130*                  COME ACROSS UNCHANGED.  EACH OLD ENTRY IS
000140*                  GIVEN A REFERENCE OF ITS OWN RUN DATE, A RUN
000150*                  TIME OF ZERO (LIVE REFERENCES CARRY THE TIME
000160*                  THEIR RUN STARTED) AND A SEQUENCE THROUGH THE
000170*                  WHOLE FILE, SO EVERY REFERENCE IS UNIQUE AND
000180*                  A HISTORICAL POSTING CAN BE REVERSED LIKE
000190*                  ANY OTHER.  THE ENTRY TYPE IS "P" AND THE
000200*                  LINKED REFERENCE IS LEFT BLANK - NOTHING WAS
000210*                  EVER REVERSED BEFORE THE CONVERSION.
000220*
000230* MODIFICATION HISTORY
000240* ---------------------------------------------------------------
000250* DATE       INIT  DESCRIPTION
000260* ---------------------------------------------------------------
000270* 2026-10-15 IKS   ORIGINAL PROGRAM.
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PJRNCONV.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PJRNOLD-FILE ASSIGN TO PJRNOLD
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS CV-OLD-STATUS.
000380
000390     SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS CV-NEW-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PJRNOLD-FILE
000460     LABEL RECORDS ARE STANDARD
000470     RECORD CONTAINS 60 CHARACTERS.
000480 01  PJRNOLD-RECORD.
000490     05  FILLER                      PIC X(20).
000500     05  CV-OLD-RUN-DATE             PIC X(08).
000510     05  FILLER                      PIC X(32).
000520
000530 FD  PSTJRNL-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 120 CHARACTERS.
000560     COPY PSTJRNL.
000570
000580 WORKING-STORAGE SECTION.
000590 77  CV-OLD-STATUS                   PIC X(02) VALUE SPACES.
000600 77  CV-NEW-STATUS                   PIC X(02) VALUE SPACES.
000610 77  CV-OLD-EOF-SWITCH               PIC X(01) VALUE "N".
000620     88  CV-OLD-END-OF-FILE                 VALUE "Y".
000630 77  CV-OVERALL-RC                   PIC 9(02) VALUE ZERO.
000640 77  CV-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
000650 77  CV-RECORDS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
000660 77  CV-SEQUENCE                     PIC 9(06) VALUE ZERO.
000670
000680 PROCEDURE DIVISION.
000690*----------------------------------------------------------
000700* 0000-MAINLINE
000710*----------------------------------------------------------
000720 0000-MAINLINE.
000730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000740     IF CV-OVERALL-RC NOT = ZERO
000750         GO TO 0000-WRAP-UP
000760     END-IF.
000770     PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
000780         UNTIL CV-OLD-END-OF-FILE.
000790 0000-WRAP-UP.
000800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000810 0000-EXIT.
000820     STOP RUN.
000830
000840*----------------------------------------------------------
000850* 1000-INITIALIZE
000860*----------------------------------------------------------
000870 1000-INITIALIZE.
000880     OPEN INPUT PJRNOLD-FILE.
000890     IF CV-OLD-STATUS NOT = "00"
000900         DISPLAY "PJRNCONV - UNABLE TO OPEN PJRNOLD - STATUS "
000910             CV-OLD-STATUS
000920         MOVE 8 TO CV-OVERALL-RC
000930         GO TO 1000-EXIT
000940     END-IF.
000950     OPEN OUTPUT PSTJRNL-FILE.
000960     IF CV-NEW-STATUS NOT = "00"
000970         DISPLAY "PJRNCONV - UNABLE TO OPEN PSTJRNL - STATUS "
000980             CV-NEW-STATUS
000990         MOVE 8 TO CV-OVERALL-RC
001000         GO TO 1000-EXIT
001010     END-IF.
001020     PERFORM 2500-READ-PJRNOLD THRU 2500-EXIT.
001030 1000-EXIT.
001040     EXIT.
001050
001060*----------------------------------------------------------
001070* 2000-CONVERT-RECORD
001080* THE SEQUENCE IS SIX DIGITS - A HISTORY LONGER THAN THAT
001090* WOULD REPEAT A REFERENCE, SO THE CONVERSION STOPS RC 8
001100* AND THE OLD FILE STAYS IN PLACE.
001110*----------------------------------------------------------
001120 2000-CONVERT-RECORD.
001130     ADD 1 TO CV-RECORDS-READ.
001140     IF CV-SEQUENCE = 999999
001150         DISPLAY "PJRNCONV - MORE THAN 999999 JOURNAL ENTRIES - "
001160             "CONVERSION STOPPED"
001170         MOVE 8 TO CV-OVERALL-RC
001180         SET CV-OLD-END-OF-FILE TO TRUE
001190         GO TO 2000-EXIT
001200     END-IF.
001210     ADD 1 TO CV-SEQUENCE.
001220     MOVE SPACES TO PSTJRNL-RECORD.
001230     MOVE PJRNOLD-RECORD TO PSTJRNL-RECORD (1:60).
001240     IF CV-OLD-RUN-DATE IS NUMERIC
001250         MOVE CV-OLD-RUN-DATE TO PJ-REF-RUN-DATE
001260     ELSE
001270         MOVE ZERO TO PJ-REF-RUN-DATE
001280     END-IF.
001290     MOVE ZERO TO PJ-REF-RUN-TIME.
001300     MOVE CV-SEQUENCE TO PJ-REF-SEQUENCE.
001310     MOVE "P" TO PJ-ENTRY-TYPE.
001320     WRITE PSTJRNL-RECORD.
001330     IF CV-NEW-STATUS NOT = "00"
001340         DISPLAY "PJRNCONV - PSTJRNL WRITE FAILED - STATUS "
001350             CV-NEW-STATUS
001360         MOVE 8 TO CV-OVERALL-RC
001370         SET CV-OLD-END-OF-FILE TO TRUE
001380         GO TO 2000-EXIT
001390     END-IF.
001400     ADD 1 TO CV-RECORDS-WRITTEN.
001410     PERFORM 2500-READ-PJRNOLD THRU 2500-EXIT.
001420 2000-EXIT.
001430     EXIT.
001440
001450*----------------------------------------------------------
001460* 2500-READ-PJRNOLD
001470*----------------------------------------------------------
001480 2500-READ-PJRNOLD.
001490     READ PJRNOLD-FILE
001500         AT END
001510             SET CV-OLD-END-OF-FILE TO TRUE
001520     END-READ.
001530 2500-EXIT.
001540     EXIT.
001550
001560*----------------------------------------------------------
001570* 9000-TERMINATE
001580*----------------------------------------------------------
001590 9000-TERMINATE.
001600     DISPLAY "PJRNCONV - RECORDS READ    " CV-RECORDS-READ.
001610     DISPLAY "PJRNCONV - RECORDS WRITTEN " CV-RECORDS-WRITTEN.
001620     CLOSE PJRNOLD-FILE.
001630     CLOSE PSTJRNL-FILE.
001640     MOVE CV-OVERALL-RC TO RETURN-CODE.
001650 9000-EXIT.
001660     EXIT.
001670
001680 END PROGRAM PJRNCONV.
