000010******************************************************************
000020*    COMMHST -- COMMISSION HISTORY RECORD (80 BYTES), INDEXED ON *
000030*    SELLER NAME AND PERIOD (YYYYMM).  ONE RECORD PER ARCHIVED   *
000040*    SELLER PER CLOSED MONTH, WRITTEN BY THE MONTH-END           *
000050*    COMMISSION RUN (SELLCOMM) WITH THE RATE IT USED, THE CLOSED *
000060*    MONTH NET AND THE COMMISSION EARNED.  A RERUN OF SELLCOMM   *
000070*    FOR THE SAME MONTH REWRITES THAT MONTH'S RECORDS IN PLACE.  *
000080*    READ BY THE YEAR-END EARNINGS RUN (COMMYEND).  THE STATUS   *
000090*    AND BRANCH ARE AS ON SELLMST AT THE CLOSE; A SELLER NOT ON  *
000100*    SELLMST IS KEPT WITH A BLANK STATUS AND A ZERO RATE.        *
000110******************************************************************
000120 01  COMMISSION-HISTORY-RECORD.
000130     03  COMM-HIST-KEY.
000140         05  COMM-HIST-SELLER-NAME
000150                                 PIC X(30).
000160         05  COMM-HIST-PERIOD    PIC 9(06).
000170         05  COMM-HIST-PERIOD-X  REDEFINES COMM-HIST-PERIOD.
000180             07  COMM-HIST-PERIOD-YYYY
000190                                 PIC 9(04).
000200             07  COMM-HIST-PERIOD-MM
000210                                 PIC 9(02).
000220     03  COMM-HIST-RATE          PIC 9(02)V99.
000230     03  COMM-HIST-MONTH-NET     PIC S9(09)V99.
000240     03  COMM-HIST-COMMISSION    PIC S9(09)V99.
000250     03  COMM-HIST-SELLER-STATUS PIC X(01).
000260     03  COMM-HIST-BRANCH-CODE   PIC X(02).
000270     03  COMM-HIST-RUN-DATE      PIC 9(08).
000280     03  FILLER                  PIC X(07).
