000010******************************************************************
000020*    RUNHRS -- MACHINE RUN-HOURS MASTER RECORD (120 BYTES),      *
000030*    INDEXED ON MACHINE ID.  ONE RECORD PER CONFIGURED LINE,     *
000040*    POSTED NIGHTLY BY RUNHPOST FROM THE SPEED-CONTROL AUDIT     *
000050*    TRAIL (AUDITLOG).  THE RUNNING SECONDS, SECONDS AT OR ABOVE *
000060*    THE LINE'S HIGH-SPEED LEVEL AND EMERGENCY-STOP COUNT RUN    *
000070*    FROM THE LAST COMPLETED SERVICE AND ARE CLEARED WHEN        *
000080*    MAINTENANCE REPORTS THE OPEN WORK ORDER COMPLETE; THE       *
000090*    LIFETIME RUNNING SECONDS ARE NEVER CLEARED.  THE LAST AUDIT *
000100*    STAMP (YYYYMMDDHHMMSSHH) IS THE NEWEST AUDIT ENTRY POSTED   *
000110*    FOR THE LINE, SO A RERUN POSTS NOTHING TWICE.  SPEEDCTL CAN *
000120*    WRITE SEVERAL ENTRIES FOR A LINE IN THE SAME HUNDREDTH OF A *
000130*    SECOND (A LID DEBOUNCE AND ITS EMERGENCY STOP), SO THE LAST *
000140*    STAMP COUNT SAYS HOW MANY ENTRIES AT THAT STAMP HAVE BEEN   *
000150*    POSTED, IN AUDITLOG ORDER.  THE DUE FLAGS SHOW WHICH        *
000160*    THRESHOLDS THE OPEN WORK ORDER WAS CUT FOR.  DATES ARE      *
000170*    MMDDYYYY.                                                   *
000180******************************************************************
000190 01  RUN-HOURS-RECORD.
000200     03  RH-MACHINE-ID           PIC X(02).
000210     03  RH-RUN-SECONDS          PIC 9(09).
000220     03  RH-HIGH-SPEED-SECONDS   PIC 9(09).
000230     03  RH-ESTOP-COUNT          PIC 9(05).
000240     03  RH-LIFE-RUN-SECONDS     PIC 9(11).
000250     03  RH-LAST-AUDIT-STAMP     PIC X(16).
000260     03  RH-OPEN-WORK-ORDER      PIC X(08).
000270         88  RH-NO-OPEN-WORK-ORDER       VALUE SPACES.
000280     03  RH-WORK-ORDER-DATE      PIC 9(08).
000290     03  RH-DUE-FLAGS.
000300         05  RH-HOURS-DUE        PIC X(01).
000310         05  RH-HS-HOURS-DUE     PIC X(01).
000320         05  RH-STOPS-DUE        PIC X(01).
000330     03  RH-LAST-SERVICE-DATE    PIC 9(08).
000340     03  RH-SERVICE-COUNT        PIC 9(05).
000350     03  RH-LAST-POSTED-DATE     PIC 9(08).
000360     03  RH-LAST-STAMP-COUNT     PIC 9(05).
000370     03  FILLER                  PIC X(23).
