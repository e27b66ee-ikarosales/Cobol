000010*================================================================
000020* COPYBOOK      :  ACCRCTL
000030* PURPOSE       :  RECORD LAYOUT FOR THE ACCRUAL CONTROL FILE - A
000040*                  SINGLE 80-BYTE RECORD REWRITTEN BY EVERY
000050*                  MONTH-END ACCRUAL RUN (ACCRUAL).  IT CARRIES
000060*                  THE LAST MONTH FULLY ACCRUED, SO THE MONTH IS
000070*                  NEVER CHARGED TWICE, AND THE CHARGES THE RUN
000080*                  DATE'S ACCRUAL RUNS POSTED, AS PRINTED ON THE
000090*                  ACCRUAL REGISTER.  THE TRIAL BALANCE (TRLBAL)
000100*                  READS IT TO RECONCILE THE REGISTER AGAINST THE
000110*                  ACCRUAL ENTRIES ON THE JOURNAL.
000120*
000130* MODIFICATION HISTORY
000140* ---------------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160* ---------------------------------------------------------------
000170* 2026-10-15 IKS   ORIGINAL COPYBOOK.
000180*================================================================
000190
000200 01  ACCRCTL-RECORD.
000210*----------------------------------------------------------
000220* LAST MONTH (YYYYMM) AN ACCRUAL RUN COMPLETED FOR.
000230*----------------------------------------------------------
000240     05  CA-LAST-PERIOD              PIC 9(06).
000250*----------------------------------------------------------
000260* DATE OF THE LAST ACCRUAL RUN, AND EVERY CHARGE THE ACCRUAL
000270* RUNS OF THAT DATE POSTED TO THE JOURNAL (SOURCE "A") - A
000280* RESTARTED RUN'S FIGURES INCLUDE WHAT THE FIRST ATTEMPT
000290* POSTED THAT DAY.
000300*----------------------------------------------------------
000310     05  CA-RUN-DATE                 PIC 9(08).
000320     05  CA-PERIOD                   PIC 9(06).
000330     05  CA-CHARGES-POSTED           PIC 9(07).
000340     05  CA-AMOUNT-POSTED            PIC 9(11)V99.
000350*----------------------------------------------------------
000360* WHAT THE LAST RUN SENT TO SUSPENSE INSTEAD.
000370*----------------------------------------------------------
000380     05  CA-CHARGES-REJECTED         PIC 9(07).
000390     05  CA-AMOUNT-REJECTED          PIC 9(11)V99.
000400     05  FILLER                      PIC X(20).
