000010*================================================================
000020* COPYBOOK      :  GLFEED
000030* PURPOSE       :  RECORD LAYOUT FOR THE END-OF-DAY GENERAL
000040*                  LEDGER INTERFACE FILE BUILT BY GLEXTRCT FROM
000050*                  THE POSTING JOURNAL.  FIXED 100-BYTE RECORDS,
000060*                  ONE HEADER ("H"), ANY NUMBER OF DETAILS ("D")
000070*                  AND ONE TRAILER ("T").  EACH DETAIL IS ONE
000080*                  SIDE OF A BALANCED GL ENTRY, SUMMARISED BY
000090*                  BRANCH AND ENTRY CLASS - THE DETAILS ALWAYS
000100*                  COME IN DEBIT/CREDIT PAIRS OF EQUAL AMOUNT.
000110*                  AMOUNTS ARE UNSIGNED; GF-DTL-DR-CR SAYS WHICH
000120*                  SIDE.  THE TRAILER COUNTS DETAIL RECORDS ONLY.
000130*
000140* MODIFICATION HISTORY
000150* ---------------------------------------------------------------
000160* DATE       INIT  DESCRIPTION
000170* ---------------------------------------------------------------
000180* 2026-10-15 IKS   ORIGINAL COPYBOOK.
000190* 2026-10-15 IKS   ADDED ENTRY CLASS "A" FOR INTEREST AND FEE
000200*                  CHARGES.
000210*================================================================
000220
000230 01  GLFEED-RECORD.
000240     05  GF-RECORD-TYPE              PIC X(01).
000250         88  GF-HEADER                      VALUE "H".
000260         88  GF-DETAIL                      VALUE "D".
000270         88  GF-TRAILER                     VALUE "T".
000280     05  GF-BODY                     PIC X(99).
000290*----------------------------------------------------------
000300* HEADER - GF-HDR-SINCE-DATE IS THE LAST BUSINESS DATE
000310* ALREADY SENT; THE FEED COVERS JOURNAL ENTRIES AFTER IT, UP
000320* TO AND INCLUDING GF-HDR-BUSINESS-DATE.
000330*----------------------------------------------------------
000340     05  GF-HEADER-BODY REDEFINES GF-BODY.
000350         10  GF-HDR-SOURCE           PIC X(08).
000360         10  GF-HDR-BUSINESS-DATE    PIC 9(08).
000370         10  GF-HDR-SINCE-DATE       PIC 9(08).
000380         10  GF-HDR-CREATED-DATE     PIC 9(08).
000390         10  GF-HDR-CREATED-TIME     PIC 9(06).
000400         10  FILLER                  PIC X(61).
000410*----------------------------------------------------------
000420* DETAIL - ENTRY CLASS "P" IS DAILY-RUN POSTINGS, "S" IS
000430* SUSPENSE REPROCESSING POSTINGS, "R" IS REVERSALS, "A" IS
000440* MONTH-END INTEREST AND FEE CHARGES.
000450*----------------------------------------------------------
000460     05  GF-DETAIL-BODY REDEFINES GF-BODY.
000470         10  GF-DTL-BUSINESS-DATE    PIC 9(08).
000480         10  GF-DTL-BRANCH-ID        PIC X(04).
000490         10  GF-DTL-ENTRY-CLASS      PIC X(01).
000500             88  GF-CLASS-POSTING           VALUE "P".
000510             88  GF-CLASS-SUSPENSE          VALUE "S".
000520             88  GF-CLASS-REVERSAL          VALUE "R".
000530             88  GF-CLASS-ACCRUAL           VALUE "A".
000540         10  GF-DTL-GL-ACCOUNT       PIC X(10).
000550         10  GF-DTL-DR-CR            PIC X(01).
000560             88  GF-DTL-DEBIT               VALUE "D".
000570             88  GF-DTL-CREDIT              VALUE "C".
000580         10  GF-DTL-AMOUNT           PIC 9(13)V99.
000590         10  GF-DTL-ITEM-COUNT       PIC 9(07).
000600         10  GF-DTL-NARRATIVE        PIC X(30).
000610         10  FILLER                  PIC X(23).
000620     05  GF-TRAILER-BODY REDEFINES GF-BODY.
000630         10  GF-TRL-RECORD-COUNT     PIC 9(07).
000640         10  GF-TRL-DEBIT-TOTAL      PIC 9(13)V99.
000650         10  GF-TRL-CREDIT-TOTAL     PIC 9(13)V99.
000660         10  FILLER                  PIC X(62).
