000010*================================================================
000020* COPYBOOK      :  BDAYPARM
000030* PURPOSE       :  CALLING INTERFACE OF BUSDAY, THE BUSINESS-DAY
000040*                  CALENDAR ROUTINE.  THE CALLER SETS
000050*                  BD-FUNCTION AND THE INPUT FIELDS IT NEEDS;
000060*                  BUSDAY RETURNS THE ANSWER AND BD-STATUS.
000070*
000080*                  "C" CHECK  - IS BD-DATE A BUSINESS DAY?  SETS
000090*                               BD-BUSINESS-SWITCH, AND NAMES A
000100*                               NON-BUSINESS DAY IN BD-DAY-NAME
000110*                               (HOLIDAY DESCRIPTION, "SATURDAY"
000120*                               OR "SUNDAY").
000130*                  "P" PRIOR  - BD-RESULT-DATE = THE LAST
000140*                               BUSINESS DAY BEFORE BD-DATE.
000150*                  "D" DAYS   - BD-DAYS = THE BUSINESS DAYS AFTER
000160*                               BD-DATE UP TO AND INCLUDING
000170*                               BD-TO-DATE (ZERO WHEN BD-TO-DATE
000180*                               IS NOT LATER).
000190*                  "B" BACK   - BD-RESULT-DATE = THE EARLIEST
000200*                               DATE FROM WHICH "D" TO BD-DATE
000210*                               GIVES BD-DAYS.
000220*
000230*                  BD-STATUS  0 = ANSWERED
000240*                             4 = A DATE FELL IN A YEAR NOT
000250*                                 LOADED ON THE CALENDAR -
000260*                                 ANSWERED FROM THE WEEKEND RULE
000270*                                 ALONE
000280*                             8 = CALENDAR COULD NOT BE LOADED
000290*                            12 = INVALID FUNCTION OR DATE
000300*
000310* MODIFICATION HISTORY
000320* ---------------------------------------------------------------
000330* DATE       INIT  DESCRIPTION
000340* ---------------------------------------------------------------
000350* 2026-10-15 IKS   ORIGINAL COPYBOOK.
000360*================================================================
000370
000380 01  BDAY-PARMS.
000390     05  BD-FUNCTION                 PIC X(01).
000400         88  BD-CHECK-DATE                  VALUE "C".
000410         88  BD-PRIOR-BUSINESS-DAY          VALUE "P".
000420         88  BD-COUNT-DAYS                  VALUE "D".
000430         88  BD-BACK-DAYS                   VALUE "B".
000440     05  BD-DATE                     PIC 9(08).
000450     05  BD-TO-DATE                  PIC 9(08).
000460     05  BD-DAYS                     PIC 9(05).
000470     05  BD-RESULT-DATE              PIC 9(08).
000480     05  BD-BUSINESS-SWITCH          PIC X(01).
000490         88  BD-BUSINESS-DAY                VALUE "Y".
000500         88  BD-NOT-BUSINESS-DAY            VALUE "N".
000510     05  BD-DAY-NAME                 PIC X(30).
000520     05  BD-STATUS                   PIC 9(02).
