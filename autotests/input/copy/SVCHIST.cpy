000010******************************************************************
000020*    SVCHIST -- MACHINE SERVICE HISTORY RECORD (128 BYTES),      *
000030*    INDEXED ON MACHINE ID AND WORK-ORDER NUMBER, SO EACH LINE'S *
000040*    SERVICES READ BACK IN THE ORDER THEY WERE CUT.  ONE RECORD  *
000050*    PER WORK ORDER REPORTED COMPLETE BY MAINTENANCE, WRITTEN BY *
000060*    THE NIGHTLY RUN-HOURS POSTING (RUNHPOST) WITH THE COUNTERS  *
000070*    AS THEY STOOD AT COMPLETION, JUST BEFORE THEY WERE CLEARED. *
000080*    KEPT FOR THE SAFETY COMMITTEE; NOTHING IS EVER DELETED.  A  *
000090*    RERUN OF THE SAME NIGHT REWRITES ITS RECORDS IN PLACE.      *
000100*    DATES ARE MMDDYYYY.                                         *
000110******************************************************************
000120 01  SERVICE-HISTORY-RECORD.
000130     03  SVC-HIST-KEY.
000140         05  SVC-HIST-MACHINE-ID PIC X(02).
000150         05  SVC-HIST-WORK-ORDER PIC X(08).
000160     03  SVC-HIST-DESCRIPTION    PIC X(20).
000170     03  SVC-HIST-CUT-DATE       PIC 9(08).
000180     03  SVC-HIST-COMPLETED-DATE PIC 9(08).
000190     03  SVC-HIST-TECHNICIAN-ID  PIC X(08).
000200     03  SVC-HIST-HOURS-DUE      PIC X(01).
000210     03  SVC-HIST-HS-HOURS-DUE   PIC X(01).
000220     03  SVC-HIST-STOPS-DUE      PIC X(01).
000230     03  SVC-HIST-RUN-HOURS      PIC 9(05)V9.
000240     03  SVC-HIST-HIGH-SPEED-HOURS
000250                                 PIC 9(05)V9.
000260     03  SVC-HIST-ESTOP-COUNT    PIC 9(05).
000270     03  SVC-HIST-LIFE-RUN-HOURS PIC 9(07)V9.
000280     03  SVC-HIST-NOTES          PIC X(30).
000290     03  SVC-HIST-POSTED-DATE    PIC 9(08).
000300     03  FILLER                  PIC X(08).
