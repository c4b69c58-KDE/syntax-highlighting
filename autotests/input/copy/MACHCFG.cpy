000010******************************************************************
000020*    MACHCFG -- MACHINE CONFIGURATION MASTER RECORD (80 BYTES),  *
000030*    INDEXED ON MACHINE ID.  ONE RECORD PER PRODUCTION LINE      *
000040*    CARRYING ITS SPEED LIMITS, SPEED-UP AND SLOW-DOWN STEPS,    *
000050*    LID DEBOUNCE THRESHOLD (SENSOR SAMPLES), IN-SERVICE STATUS  *
000060*    AND THE SUPERVISOR CODE THAT RESETS ITS EMERGENCY-STOP      *
000070*    LATCH.  MAINTAINED ONLY BY THE MACHMNT BATCH MAINTENANCE    *
000080*    RUN AND LOADED WHOLE BY THE SPEED-CONTROL DRIVER (SPEEDCTL) *
000090*    AT THE START OF EVERY RUN.  A LINE TAKEN OUT OF SERVICE     *
000100*    STAYS ON THE FILE SO ITS LATCH STATE IS CARRIED; COMMANDS   *
000110*    FOR IT ARE REJECTED.  THE HIGH-SPEED LEVEL AND THE SERVICE  *
000120*    THRESHOLDS (RUN HOURS, HOURS AT OR ABOVE THE HIGH-SPEED     *
000130*    LEVEL, EMERGENCY STOPS) DRIVE THE NIGHTLY RUN-HOURS POSTING *
000140*    (RUNHPOST); A ZERO THRESHOLD IS NOT TRACKED.  RECORDS       *
000150*    WRITTEN BEFORE THESE FIELDS EXISTED CARRY SPACES THERE,     *
000160*    WHICH READERS TAKE AS ZERO.                                 *
000170******************************************************************
000180 01  MACHINE-CONFIG-RECORD.
000190     03  MACH-CFG-MACHINE-ID     PIC X(02).
000200     03  MACH-CFG-DESCRIPTION    PIC X(20).
000210     03  MACH-CFG-STATUS         PIC X(01).
000220         88  MACH-CFG-IN-SERVICE         VALUE "I".
000230         88  MACH-CFG-OUT-OF-SERVICE     VALUE "O".
000240         88  MACH-CFG-STATUS-VALID       VALUE "I" "O".
000250     03  MACH-CFG-MIN-SPEED      PIC 9(03).
000260     03  MACH-CFG-MAX-SPEED      PIC 9(03).
000270     03  MACH-CFG-SPEED-INCREMENT
000280                                 PIC 9(03).
000290     03  MACH-CFG-SPEED-DECREMENT
000300                                 PIC 9(03).
000310     03  MACH-CFG-DEBOUNCE-THRESHOLD
000320                                 PIC 9(03).
000330     03  MACH-CFG-RESET-CODE     PIC X(08).
000340     03  MACH-CFG-LAST-MAINT-DATE
000350                                 PIC 9(08).
000360     03  MACH-CFG-LAST-MAINT-OPER
000370                                 PIC X(08).
000380     03  MACH-CFG-HIGH-SPEED     PIC 9(03).
000390     03  MACH-CFG-SERVICE-HOURS  PIC 9(05).
000400     03  MACH-CFG-SERVICE-HS-HOURS
000410                                 PIC 9(05).
000420     03  MACH-CFG-SERVICE-STOPS  PIC 9(03).
000430     03  FILLER                  PIC X(02).
