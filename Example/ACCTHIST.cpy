000010*================================================================
000020* COPYBOOK      :  ACCTHIST
000030* PURPOSE       :  RECORD LAYOUT FOR THE ACCOUNT MAINTENANCE
000040*                  HISTORY.  ONE RECORD PER ACCTMNT CARD APPLIED
000050*                  TO ACCTMAST, APPENDED FOREVER - THE
000060*                  MAINTENANCE COUNTERPART OF THE POSTING
000070*                  JOURNAL.  CARRIES THE MASTER RECORD AS THE
000080*                  CARD LEFT IT (AS IT STOOD WHEN DELETED, FOR A
000090*                  DELETE) AND THE STATUS IT HAD BEFORE, SO THE
000100*                  FORWARD RECOVERY (ACCTRCVR) CAN REPLAY
000110*                  MAINTENANCE DONE SINCE A BACKUP, AND AN
000120*                  ACCOUNT'S OPENING OR REOPENING CAN BE DATED.
000130*
000140* MODIFICATION HISTORY
000150* ---------------------------------------------------------------
000160* DATE       INIT  DESCRIPTION
000170* ---------------------------------------------------------------
000180* 2026-10-15 IKS   ORIGINAL COPYBOOK.
000190*================================================================
000200
000210 01  ACCTHIST-RECORD.
000220*----------------------------------------------------------
000230* DATE AND TIME (HHMMSS) THE ACCTMNT RUN STARTED - THE SAME
000240* CLOCK THE POSTING JOURNAL'S PJ-POSTING-REF IS TAKEN FROM,
000250* SO THE TWO FILES MERGE INTO ONE TIME ORDER.
000260*----------------------------------------------------------
000270     05  AH-CHANGE-STAMP.
000280         10  AH-RUN-DATE             PIC 9(08).
000290         10  AH-RUN-TIME             PIC 9(06).
000300     05  AH-ACTION                   PIC X(06).
000310         88  AH-ACTION-ADD                  VALUE "ADD".
000320         88  AH-ACTION-CHANGE               VALUE "CHANGE".
000330         88  AH-ACTION-DELETE               VALUE "DELETE".
000340*----------------------------------------------------------
000350* AM-STATUS BEFORE THE CARD WAS APPLIED - BLANK ON AN ADD.
000360*----------------------------------------------------------
000370     05  AH-PRIOR-STATUS             PIC X(01).
000380     05  AH-AFTER-IMAGE              PIC X(60).
000390     05  FILLER                      PIC X(19).
