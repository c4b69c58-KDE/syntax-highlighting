000010******************************************************************
000020*    GLACCT -- GENERAL LEDGER ACCOUNT MAPPING RECORD (80 BYTES), *
000030*    ONE PER BRANCH AND TRANSACTION TYPE, ON THE GLACCTS FILE    *
000040*    KEPT BY ACCOUNTING.  THE ENTRY ACCOUNT TAKES THE REVENUE    *
000050*    SIDE -- THE REVENUE ACCOUNT FOR SALES, THE CONTRA-REVENUE   *
000060*    ACCOUNT FOR RETURNS AND THE ADJUSTMENT ACCOUNT FOR          *
000070*    ADJUSTMENTS -- AND THE RECEIVABLE ACCOUNT TAKES THE         *
000080*    OFFSETTING SIDE, SO EVERY JOURNAL THE DAILY RUN (SALESDLY)  *
000090*    CUTS NETS TO ZERO.  EVERY BRANCH MUST CARRY ALL THREE       *
000100*    TRANSACTION TYPES OR THE DAILY RUN WILL NOT START.          *
000110******************************************************************
000120 01  GL-ACCOUNT-RECORD.
000130     03  GLA-BRANCH-CODE         PIC X(02).
000140     03  GLA-TRAN-TYPE           PIC X(01).
000150         88  GLA-TRAN-SALE               VALUE "S".
000160         88  GLA-TRAN-RETURN             VALUE "R".
000170         88  GLA-TRAN-ADJUSTMENT         VALUE "A".
000180     03  GLA-ENTRY-ACCOUNT       PIC X(10).
000190     03  GLA-RECEIVABLE-ACCOUNT  PIC X(10).
000200     03  GLA-DESCRIPTION         PIC X(24).
000210     03  FILLER                  PIC X(33).
