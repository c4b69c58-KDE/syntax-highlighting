000010******************************************************************
000020*    SELLQTA -- SELLER QUOTA MASTER RECORD (80 BYTES), INDEXED   *
000030*    ON SELLER NAME AND PERIOD (YYYYMM).  ONE RECORD PER SELLER  *
000040*    PER MONTH CARRYING THE NET SALES TARGET SET BY SALES        *
000050*    MANAGEMENT.  MAINTAINED ONLY BY THE QUOTAMNT BATCH          *
000060*    MAINTENANCE RUN AND READ BY THE MONTH-END ATTAINMENT        *
000070*    REPORT (QUOTARPT).                                          *
000080******************************************************************
000090 01  SELLER-QUOTA-RECORD.
000100     03  QUOTA-KEY.
000110         05  QUOTA-SELLER-NAME   PIC X(30).
000120         05  QUOTA-PERIOD        PIC 9(06).
000130         05  QUOTA-PERIOD-X      REDEFINES QUOTA-PERIOD.
000140             07  QUOTA-PERIOD-YYYY
000150                                 PIC 9(04).
000160             07  QUOTA-PERIOD-MM PIC 9(02).
000170     03  QUOTA-AMOUNT            PIC 9(09)V99.
000180     03  QUOTA-LAST-MAINT-DATE   PIC 9(08).
000190     03  QUOTA-LAST-MAINT-OPER   PIC X(08).
000200     03  FILLER                  PIC X(17).
