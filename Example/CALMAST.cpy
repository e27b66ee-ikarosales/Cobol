000010*================================================================
000020* COPYBOOK      :  CALMAST
000030* PURPOSE       :  RECORD LAYOUT FOR THE BUSINESS-DAY CALENDAR
000040*                  (VSAM KSDS KEYED ON CM-CAL-DATE, COLS 1-8).
000050*                  MONDAY TO FRIDAY ARE BUSINESS DAYS AND
000060*                  SATURDAY AND SUNDAY ARE NOT, UNLESS THE
000070*                  CALENDAR SAYS OTHERWISE: A HOLIDAY RECORD
000080*                  ("H") CLOSES A WEEKDAY, AN EXTRA BUSINESS DAY
000090*                  RECORD ("B") OPENS A WEEKEND DAY.  A YEAR
000100*                  RECORD ("Y", KEYED YYYY0000) SAYS THE YEAR'S
000110*                  HOLIDAYS HAVE ALL BEEN KEYED - A DATE IN A
000120*                  YEAR WITH NO YEAR RECORD IS ONE THE CALENDAR
000130*                  CANNOT ANSWER FOR.  CALMNT MAINTAINS THE
000140*                  FILE; BUSDAY LOADS IT FOR EVERY PROGRAM THAT
000150*                  COUNTS BUSINESS DAYS.
000160*
000170* MODIFICATION HISTORY
000180* ---------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* ---------------------------------------------------------------
000210* 2026-10-15 IKS   ORIGINAL COPYBOOK.
000220*================================================================
000230
000240 01  CALMAST-RECORD.
000250     05  CM-CAL-DATE                 PIC 9(08).
000260     05  CM-CAL-DATE-X REDEFINES CM-CAL-DATE.
000270         10  CM-CAL-YEAR             PIC 9(04).
000280         10  CM-CAL-MONTH            PIC 9(02).
000290         10  CM-CAL-DAY              PIC 9(02).
000300     05  CM-DAY-TYPE                 PIC X(01).
000310         88  CM-HOLIDAY                     VALUE "H".
000320         88  CM-EXTRA-BUSINESS-DAY          VALUE "B".
000330         88  CM-YEAR-LOADED                 VALUE "Y".
000340     05  CM-DESCRIPTION              PIC X(30).
000350*----------------------------------------------------------
000360* DATE THE ENTRY WAS ADDED AND DATE OF ITS LAST MAINTENANCE.
000370*----------------------------------------------------------
000380     05  CM-ADDED-DATE               PIC 9(08).
000390     05  CM-LAST-MAINT-DATE          PIC 9(08).
000400     05  FILLER                      PIC X(25).
