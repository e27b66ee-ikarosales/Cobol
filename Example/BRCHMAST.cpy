000010*================================================================
000020* COPYBOOK      :  BRCHMAST
000030* PURPOSE       :  RECORD LAYOUT FOR THE BRANCH MASTER (VSAM KSDS
000040*                  KEYED ON BM-BRANCH-ID, COLS 1-4).  ONE RECORD
000050*                  PER BRANCH THAT MAY SUBMIT A POSTING BATCH OR
000060*                  OWN AN ACCOUNT.  BRCHMNT ADDS AND CHANGES
000070*                  BRANCHES; A BRANCH IS NEVER DELETED - THE
000080*                  JOURNAL AND THE ACCOUNT MASTER GO ON NAMING
000090*                  IT - SO A BRANCH THAT STOPS TRADING IS CLOSED.
000100*                  THE POSTING RUN (COBOLPROD) REFUSES A WHOLE
000110*                  BATCH FROM A BRANCH THAT IS NOT ON FILE, OR IS
000120*                  CLOSED OR SUSPENDED.
000130*
000140* MODIFICATION HISTORY
000150* ---------------------------------------------------------------
000160* DATE       INIT  DESCRIPTION
000170* ---------------------------------------------------------------
000180* 2026-10-15 IKS   ORIGINAL COPYBOOK.
000190* 2026-10-15 IKS   ADDED BM-SYSTEM-SWITCH FOR BRANCHES WHOSE
000200*                  BATCHES A PROGRAM GENERATES ON BEHALF OF THE
000210*                  ACCOUNTS' OWN BRANCHES (STANDING ORDERS,
000220*                  "STDO").  THEIR POSTINGS ARE NEVER
000230*                  CROSS-BRANCH.
000240*================================================================
000250
000260 01  BRCHMAST-RECORD.
000270     05  BM-BRANCH-ID                PIC X(04).
000280     05  BM-BRANCH-NAME              PIC X(30).
000290     05  BM-STATUS                   PIC X(01).
000300         88  BM-STATUS-OPEN                 VALUE "O".
000310         88  BM-STATUS-CLOSED               VALUE "C".
000320         88  BM-STATUS-SUSPENDED            VALUE "S".
000330*----------------------------------------------------------
000340* DAILY BATCH CUTOFF - LATEST TIME OF DAY (HHMM, 24-HOUR
000350* CLOCK) THE BRANCH'S BATCH IS DUE IN FOR THAT DAY'S RUN.
000360*----------------------------------------------------------
000370     05  BM-BATCH-CUTOFF             PIC 9(04).
000380     05  BM-BATCH-CUTOFF-X REDEFINES BM-BATCH-CUTOFF.
000390         10  BM-CUTOFF-HH            PIC 9(02).
000400         10  BM-CUTOFF-MM            PIC 9(02).
000410*----------------------------------------------------------
000420* DATE THE BRANCH WAS ADDED, DATE ITS STATUS LAST CHANGED,
000430* AND DATE OF THE LAST MAINTENANCE OF ANY KIND.
000440*----------------------------------------------------------
000450     05  BM-OPENED-DATE              PIC 9(08).
000460     05  BM-STATUS-DATE              PIC 9(08).
000470     05  BM-LAST-MAINT-DATE          PIC 9(08).
000480     05  BM-SYSTEM-SWITCH            PIC X(01).
000490         88  BM-SYSTEM-BRANCH               VALUE "Y".
000500     05  FILLER                      PIC X(16).
