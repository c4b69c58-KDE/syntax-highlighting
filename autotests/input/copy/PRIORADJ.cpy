000010******************************************************************
000020*    PRIORADJ -- PRIOR-PERIOD ADJUSTMENT RECORD (80 BYTES).      *
000030*    CUT BY THE DAILY RUN (SALESDLY) FOR EVERY ACCEPTED SALE     *
000040*    WHOSE SALES-DATE FALLS IN A MONTH CLOSECTL SHOWS ALREADY    *
000050*    CLOSED.  THE SALE STILL POSTS TO THE CURRENT MONTH BUCKET;  *
000060*    THIS RECORD NAMES THE MONTH IT BELONGED TO SO THE MONTH-END *
000070*    SUMMARY (SALADJSM) CAN SHOW ACCOUNTING WHAT TO RESTATE OR   *
000080*    CARRY FORWARD.  THE AMOUNT IS NET (A RETURN IS NEGATIVE),   *
000090*    SIGN IN A SEPARATE LEADING BYTE.                            *
000100******************************************************************
000110 01  PRIOR-ADJUSTMENT-RECORD.
000120     03  PADJ-ORIGINAL-PERIOD    PIC 9(06).
000130     03  PADJ-ORIGINAL-PERIOD-X  REDEFINES PADJ-ORIGINAL-PERIOD.
000140         05  PADJ-ORIGINAL-YYYY  PIC 9(04).
000150         05  PADJ-ORIGINAL-MM    PIC 9(02).
000160     03  PADJ-POSTING-DATE       PIC 9(08).
000170     03  PADJ-SALES-KEY          PIC X(10).
000180     03  PADJ-SALES-DATE         PIC 9(08).
000190     03  PADJ-SELLER-NAME        PIC X(30).
000200     03  PADJ-BRANCH-CODE        PIC X(02).
000210     03  PADJ-TRAN-TYPE          PIC X(01).
000220     03  PADJ-NET-AMOUNT         PIC S9(07)V99
000230                                 SIGN IS LEADING SEPARATE.
000240     03  FILLER                  PIC X(05).
