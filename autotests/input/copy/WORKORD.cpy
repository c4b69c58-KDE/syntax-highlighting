000010******************************************************************
000020*    WORKORD -- PREVENTIVE MAINTENANCE WORK-ORDER RECORD (80     *
000030*    BYTES), ONE PER WORK ORDER CUT BY THE NIGHTLY RUN-HOURS     *
000040*    POSTING (RUNHPOST) WHEN A LINE REACHES ONE OF ITS MACHCFG   *
000050*    SERVICE THRESHOLDS.  THE WORK-ORDER NUMBER IS THE MACHINE   *
000060*    ID AND THAT LINE'S SERVICE SEQUENCE, SO IT IS UNIQUE AND    *
000070*    THE SAME ON A RERUN.  THE COUNTERS ARE SINCE THE LAST       *
000080*    COMPLETED SERVICE AS THEY STOOD WHEN THE ORDER WAS CUT; A   *
000090*    DUE FLAG OF "Y" MARKS EACH THRESHOLD REACHED.  THE CUT DATE *
000100*    IS MMDDYYYY.                                                *
000110******************************************************************
000120 01  WORK-ORDER-RECORD.
000130     03  WO-NUMBER               PIC X(08).
000140     03  WO-NUMBER-X             REDEFINES WO-NUMBER.
000150         05  WO-NUMBER-MACHINE   PIC X(02).
000160         05  WO-NUMBER-SEQUENCE  PIC 9(06).
000170     03  WO-MACHINE-ID           PIC X(02).
000180     03  WO-MACHINE-DESCRIPTION  PIC X(20).
000190     03  WO-CUT-DATE             PIC 9(08).
000200     03  WO-HOURS-DUE            PIC X(01).
000210     03  WO-HS-HOURS-DUE         PIC X(01).
000220     03  WO-STOPS-DUE            PIC X(01).
000230     03  WO-RUN-HOURS            PIC 9(05)V9.
000240     03  WO-HIGH-SPEED-HOURS     PIC 9(05)V9.
000250     03  WO-ESTOP-COUNT          PIC 9(05).
000260     03  WO-SERVICE-HOURS        PIC 9(05).
000270     03  WO-SERVICE-HS-HOURS     PIC 9(05).
000280     03  WO-SERVICE-STOPS        PIC 9(03).
000290     03  FILLER                  PIC X(09).
