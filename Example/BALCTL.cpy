000010*================================================================
000020* COPYBOOK      :  BALCTL
000030* PURPOSE       :  RECORD LAYOUT FOR THE TRIAL BALANCE CONTROL
000040*                  FILE - A SINGLE 80-BYTE RECORD CARRYING THE
000050*                  ACCOUNT MASTER'S CLOSING BALANCE TOTAL AS OF
000060*                  THE LAST CLEAN TRIAL BALANCE (TRLBAL), AND THE
000070*                  JOURNAL MOVEMENT THAT RUN PROVED.  REWRITTEN
000080*                  ONLY WHEN THE PROOF HOLDS.  THE GENERAL LEDGER
000090*                  EXTRACT (GLEXTRCT) READS IT TO CHECK ITS FEED
000100*                  AGAINST THE PROVEN MOVEMENT.
000110*
000120* MODIFICATION HISTORY
000130* ---------------------------------------------------------------
000140* DATE       INIT  DESCRIPTION
000150* ---------------------------------------------------------------
000160* 2026-10-15 IKS   ORIGINAL COPYBOOK - LAYOUT MOVED OUT OF TRLBAL
000170*                  AND EXTENDED WITH THE PRIOR AS-OF DATE, THE
000180*                  PROVEN NET MOVEMENT AND ROW COUNT, AND WHETHER
000190*                  THE RECORD CAME FROM A PROOF OR ONLY SET THE
000200*                  FIRST BASELINE.  A RECORD WRITTEN BEFORE THESE
000210*                  FIELDS EXISTED CARRIES SPACES IN THEM AND
000220*                  READS AS BASELINE-ONLY.
000230*================================================================
000240
000250 01  BALCTL-RECORD.
000260     05  BC-ASOF-DATE                PIC 9(08).
000270     05  BC-CLOSING-TOTAL            PIC S9(13)V99.
000280*----------------------------------------------------------
000290* THE PROVEN WINDOW IS EVERY JOURNAL ENTRY WITH A RUN DATE
000300* AFTER BC-PRIOR-ASOF-DATE, UP TO AND INCLUDING BC-ASOF-DATE.
000310*----------------------------------------------------------
000320     05  BC-PRIOR-ASOF-DATE          PIC 9(08).
000330     05  BC-PROVEN-NET               PIC S9(13)V99.
000340     05  BC-PROVEN-ROWS              PIC 9(07).
000350     05  BC-PROOF-SWITCH             PIC X(01).
000360         88  BC-MOVEMENT-PROVEN             VALUE "P".
000370         88  BC-BASELINE-ONLY               VALUES "B", " ".
000380     05  FILLER                      PIC X(26).
