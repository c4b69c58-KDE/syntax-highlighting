000010******************************************************************
000020*    BUSDATE -- BUSINESS-DATE CONTROL RECORD (BUSDATE FILE), ONE *
000030*    RECORD, 80 BYTES.  THE ONE PROCESSING DATE EVERY STEP OF    *
000040*    THE NIGHTLY AND CLOSE STREAMS POSTS, STAMPS AND REPORTS     *
000050*    UNDER, SO A RUN THAT SLIPS PAST MIDNIGHT OR A RERUN THE     *
000060*    NEXT MORNING STAYS ON THE NIGHT IT BELONGS TO.  ALL DATES   *
000070*    ARE MMDDYYYY.  THE PERIOD IS THE PROCESSING DATE'S MONTH.   *
000080*    THE MONTH-END AND YEAR-END FLAGS MARK THE LAST BUSINESS     *
000090*    DAY OF THE MONTH AND OF THE YEAR, TAKEN FROM THE HOLIDAY    *
000100*    CALENDAR (HOLCAL).  THE END-OF-NIGHT VERIFIER (RUNVRFY)     *
000110*    STAMPS THE VERIFIED DATE WHEN IT PROVES THE NIGHT CLEAN,    *
000120*    AND ONLY THE ROLL STEP (BUSROLL) ADVANCES THE DATE, AND     *
000130*    ONLY ONCE THE VERIFIED DATE MATCHES THE PROCESSING DATE.    *
000140******************************************************************
000150 01  BUSINESS-DATE-RECORD.
000160     03  BUS-PROCESSING-DATE     PIC 9(08).
000170     03  BUS-PROCESSING-DATE-X   REDEFINES BUS-PROCESSING-DATE.
000180         05  BUS-PROCESSING-MM   PIC 9(02).
000190         05  BUS-PROCESSING-DD   PIC 9(02).
000200         05  BUS-PROCESSING-YYYY PIC 9(04).
000210     03  BUS-PRIOR-DATE          PIC 9(08).
000220     03  BUS-NEXT-DATE           PIC 9(08).
000230     03  BUS-PERIOD              PIC 9(06).
000240     03  BUS-PERIOD-X            REDEFINES BUS-PERIOD.
000250         05  BUS-PERIOD-YYYY     PIC 9(04).
000260         05  BUS-PERIOD-MM       PIC 9(02).
000270     03  BUS-MONTH-END-FLAG      PIC X(01).
000280         88  BUS-LAST-DAY-OF-MONTH       VALUE "Y".
000290     03  BUS-YEAR-END-FLAG       PIC X(01).
000300         88  BUS-LAST-DAY-OF-YEAR        VALUE "Y".
000310     03  BUS-VERIFIED-DATE       PIC 9(08).
000320     03  BUS-ROLL-TIMESTAMP      PIC X(26).
000330     03  FILLER                  PIC X(14).
