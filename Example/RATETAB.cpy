000010*================================================================
000020* COPYBOOK      :  RATETAB
000030* PURPOSE       :  RECORD LAYOUT FOR THE ACCOUNT RATE TABLE - ONE
000040*                  80-BYTE CARD PER ACCOUNT TYPE (AM-ACCOUNT-TYPE)
000050*                  GIVING THE ANNUAL OVERDRAFT INTEREST RATE AND
000060*                  THE FLAT MONTHLY MAINTENANCE FEE FOR ACCOUNTS
000070*                  OF THAT TYPE.  READ WHOLE BY THE MONTH-END
000080*                  ACCRUAL RUN (ACCRUAL), AND BY ACCTMNT TO CHECK
000090*                  THE TYPE KEYED ON AN ACCOUNT CARD.  A RATE
000100*                  CHANGE IS MADE BY EDITING THE CARD BEFORE THE
000110*                  MONTH-END RUN; THE RUN PRINTS THE RATES IT
000120*                  USED AT THE HEAD OF THE ACCRUAL REGISTER.
000130*
000140* MODIFICATION HISTORY
000150* ---------------------------------------------------------------
000160* DATE       INIT  DESCRIPTION
000170* ---------------------------------------------------------------
000180* 2026-10-15 IKS   ORIGINAL COPYBOOK.
000190*================================================================
000200
000210 01  RATETAB-RECORD.
000220     05  RT-ACCOUNT-TYPE             PIC X(02).
000230     05  RT-TYPE-NAME                PIC X(20).
000240*----------------------------------------------------------
000250* ANNUAL OVERDRAFT RATE AS A PERCENTAGE, THREE DECIMALS, NO
000260* DECIMAL POINT ("18500" IS 18.5 PER CENT A YEAR).  INTEREST
000270* IS CHARGED ON EACH DAY'S OVERDRAWN BALANCE AT 1/365TH OF IT.
000280*----------------------------------------------------------
000290     05  RT-OD-RATE                  PIC 9(02)V9(03).
000300     05  RT-OD-RATE-X REDEFINES RT-OD-RATE
000310                                     PIC X(05).
000320*----------------------------------------------------------
000330* MONTHLY FEE, 9(05)V99 NO DECIMAL POINT.  ZERO CHARGES NONE.
000340*----------------------------------------------------------
000350     05  RT-MONTHLY-FEE              PIC 9(05)V99.
000360     05  RT-MONTHLY-FEE-X REDEFINES RT-MONTHLY-FEE
000370                                     PIC X(07).
000380     05  FILLER                      PIC X(46).
