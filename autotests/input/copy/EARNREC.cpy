000010******************************************************************
000020*    EARNREC -- ANNUAL COMMISSION EARNINGS RECORD (210 BYTES),   *
000030*    ONE PER SELLER PER TAX YEAR, WRITTEN BY THE YEAR-END        *
000040*    EARNINGS RUN (COMMYEND) FROM THE COMMISSION HISTORY         *
000050*    (COMMHST) FOR THE PAYROLL/TAX SYSTEM.  TERMINATED SELLERS   *
000060*    ARE INCLUDED WITH STATUS "T" AND THE TERMINATION DATE IN    *
000070*    THE STATUS DATE (MMDDYYYY).  A SELLER NO LONGER ON SELLMST  *
000080*    CARRIES THE STATUS LAST FILED ON THE HISTORY AND A ZERO     *
000090*    STATUS DATE.  THE TWELVE MONTH SLOTS ARE JANUARY THROUGH    *
000100*    DECEMBER; A MONTH WITH NO HISTORY IS ZERO.                  *
000110******************************************************************
000120 01  ANNUAL-EARNINGS-RECORD.
000130     03  EARN-SELLER-NAME        PIC X(30).
000140     03  EARN-TAX-YEAR           PIC 9(04).
000150     03  EARN-SELLER-STATUS      PIC X(01).
000160         88  EARN-SELLER-ACTIVE          VALUE "A".
000170         88  EARN-SELLER-TERMINATED      VALUE "T".
000180     03  EARN-BRANCH-CODE        PIC X(02).
000190     03  EARN-STATUS-DATE        PIC 9(08).
000200     03  EARN-MONTHS-ON-FILE     PIC 9(02).
000210     03  EARN-ANNUAL-NET         PIC S9(11)V99.
000220     03  EARN-ANNUAL-COMMISSION  PIC S9(09)V99.
000230     03  EARN-MONTH-COMMISSION   OCCURS 12 TIMES
000240                                 PIC S9(09)V99.
000250     03  FILLER                  PIC X(07).
