000120*    AUDIT ENTRIES LEADING UP TO IT, RAISES AN OPERATOR          *
000130*    CONSOLE ALERT, AND SETS THE STOP LATCH.  WHILE THE LATCH    *
000140*    IS SET EVERY SPEED-UP IS REFUSED UNTIL A SUPERVISOR KEYS    *
000150*    THE LINE'S RESET CODE, WHICH IS ITSELF AUDITED.  ADDED      *
000160*    AFTER THE MARCH INCIDENT REVIEW.                            *
000170*                                                                *
000180*    FOUR PRODUCTION LINES NOW FEED ONE COMMAND STREAM.  EACH    *
000190*    COMMAND CARRIES ITS MACHINE ID (BLANK MEANS MACHINE 01,     *
000220*    LATCH FILE HOLDS ONE RECORD PER MACHINE, AND THE AUDIT      *
000230*    AND INCIDENT RECORDS CARRY THE MACHINE ID, SO A STOP ON     *
000240*    ONE LINE NEVER BLOCKS OR RESETS ANOTHER.                    *
000250*                                                                *
000260*    THE LINES THEMSELVES COME FROM THE MACHINE CONFIGURATION    *
000270*    MASTER (MACHCFG, KEPT BY MACHMNT): EACH LINE'S SPEED        *
000280*    LIMITS, STEP SIZES, LID DEBOUNCE THRESHOLD, IN-SERVICE      *
000290*    STATUS AND SUPERVISOR RESET CODE.  A COMMAND FOR A MACHINE  *
000300*    NOT ON THE MASTER, OR FOR ONE OUT OF SERVICE, IS NOT ACTED  *
000310*    ON; IT IS WRITTEN TO THE REJECTED-COMMAND FILE (CMDREJ) AND *
000320*    LISTED ON THE REJECTED-COMMAND REPORT (REJRPT).             *
000330*                                                                *
000340*    SPEED CHANGES ARE TAKEN ONLY FROM AN OPERATOR WITH A        *
000350*    CURRENT CERTIFICATION ON THE MACHINE (OPRCERT ROSTER), AND  *
000360*    AN EMERGENCY STOP IS RESET ONLY BY ONE WHO ALSO HOLDS RESET *
000370*    AUTHORITY THERE.  A REFUSED COMMAND IS AUDITED AS "RF" AND  *
000380*    LOGGED WITH ITS OPERATOR TO REFUSLOG FOR THE WEEKLY REPORT  *
000390*    (OPRWKLY).  LID HANDLING AND THE EMERGENCY STOP ITSELF      *
000400*    NEVER DEPEND ON WHO KEYED THE CYCLE.                        *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.    SPEEDCTL.
000440 AUTHOR.        R. T. CALDWELL.
000450 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000460 DATE-WRITTEN.  08/22/26.
000470 DATE-COMPILED.
000480******************************************************************
000490*                     MODIFICATION HISTORY                       *
000500*  DATE      INIT  DESCRIPTION                                   *
000510*  --------  ----  ---------------------------------------------*
000520*  08/22/26  RTC   INITIAL VERSION                               *
000530*  09/02/26  RTC   MACHINE ID ON THE COMMAND RECORD WITH         *
000540*                  PER-MACHINE SPEED STATE, A KEYED LATCH        *
000550*                  FILE, AND MACHINE ID ON THE AUDIT AND         *
000560*                  INCIDENT RECORDS (SEE SHIFTRPT, LOGCONV)      *
000570*  10/15/26  RTC   MACHINES, LIMITS, STEPS, DEBOUNCE AND RESET   *
000580*                  CODE FROM THE MACHCFG MASTER (SUPVCRD CARD    *
000590*                  RETIRED); UNKNOWN AND OUT-OF-SERVICE          *
000600*                  MACHINE COMMANDS TO CMDREJ WITH A REPORT      *
000610*  10/15/26  RTC   OPERATOR CERTIFICATION CHECK FROM THE OPRCERT *
000620*                  ROSTER ON SPEED CHANGES AND RESETS; REFUSED   *
000630*                  COMMANDS AUDITED AS "RF" AND LOGGED TO        *
000640*                  REFUSLOG                                      *
000650******************************************************************
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.  GNULINUX.
000690 OBJECT-COMPUTER.  HERCULES.
000700 SPECIAL-NAMES.
000710     CONSOLE IS CONSL.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT COMMAND-FILE
000750         ASSIGN TO CMDIN
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS COMMAND-FILE-STATUS.
000780     SELECT MACHINE-CONFIG
000790         ASSIGN TO MACHCFG
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS MACH-CFG-MACHINE-ID
000830         FILE STATUS IS MACHINE-CONFIG-STATUS.
000840     SELECT OPTIONAL AUDIT-TRAIL
000850         ASSIGN TO AUDITLOG
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS AUDIT-TRAIL-STATUS.
000880     SELECT INCIDENT-FILE
000890         ASSIGN TO INCIDENT
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS INCIDENT-FILE-STATUS.
000920     SELECT OPTIONAL ESTOP-LATCH-FILE
000930         ASSIGN TO ESTOPLCH
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS ESTOP-LATCH-STATUS.
000960     SELECT REJECT-FILE
000970         ASSIGN TO CMDREJ
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS REJECT-FILE-STATUS.
001000     SELECT REJECT-REPORT
001010         ASSIGN TO REJRPT
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS REJECT-REPORT-STATUS.
001040     SELECT OPERATOR-CERT-FILE
001050         ASSIGN TO OPRCERT
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS OPERATOR-CERT-STATUS.
001080     SELECT OPTIONAL REFUSAL-LOG
001090         ASSIGN TO REFUSLOG
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS REFUSAL-LOG-STATUS.
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  COMMAND-FILE.
001150 01  COMMAND-RECORD.
001160     03  CMD-DESIRED-SPEED       PIC X(03).
001170     03  CMD-DESIRED-NUM         REDEFINES CMD-DESIRED-SPEED
001180                                 PIC 9(03).
001190     03  CMD-LID-STATE           PIC X(10).
001200     03  CMD-RESET-CODE          PIC X(08).
001210     03  CMD-OPERATOR-ID         PIC X(08).
001220*    BLANK MEANS MACHINE 01 SO COMMAND FILES CUT BEFORE THE
001230*    ID EXISTED STILL RUN.
001240     03  CMD-MACHINE-ID          PIC X(02).
001250     03  FILLER                  PIC X(49).
001260 FD  MACHINE-CONFIG.
001270     COPY MACHCFG.
001280 FD  AUDIT-TRAIL.
001290     COPY AUDITREC.
001300 FD  INCIDENT-FILE.
001310 01  INCIDENT-RECORD.
001320     03  INCIDENT-TIMESTAMP      PIC X(26).
001330     03  INCIDENT-MACHINE-ID     PIC X(02).
001340     03  INCIDENT-LID-STATE      PIC X(10).
001350     03  INCIDENT-DESIRED-SPEED  PIC 9(03).
001360     03  INCIDENT-CURRENT-SPEED  PIC 9(03).
001370     03  INCIDENT-AUDIT-HISTORY  OCCURS 4 TIMES
001380                                 PIC X(52).
001390 FD  ESTOP-LATCH-FILE.
001400 01  ESTOP-LATCH-RECORD.
001410     03  LATCH-MACHINE-ID        PIC X(02).
001420     03  LATCH-FLAG-BYTE         PIC X(01).
001430     03  FILLER                  PIC X(77).
001440 FD  REJECT-FILE.
001450     COPY CMDREJ.
001460 FD  REJECT-REPORT.
001470 01  REJECT-PRINT-LINE           PIC X(132).
001480 FD  OPERATOR-CERT-FILE.
001490     COPY OPRCERT.
001500 FD  REFUSAL-LOG.
001510     COPY REFUSREC.
001520 WORKING-STORAGE SECTION.
001530 77  COMMAND-FILE-STATUS         PIC X(02) VALUE SPACES.
001540 77  MACHINE-CONFIG-STATUS       PIC X(02) VALUE SPACES.
001550 77  REJECT-FILE-STATUS          PIC X(02) VALUE SPACES.
001560 77  REJECT-REPORT-STATUS        PIC X(02) VALUE SPACES.
001570 77  OPERATOR-CERT-STATUS        PIC X(02) VALUE SPACES.
001580 77  REFUSAL-LOG-STATUS          PIC X(02) VALUE SPACES.
001590 77  AUDIT-TRAIL-STATUS          PIC X(02) VALUE SPACES.
001600 77  INCIDENT-FILE-STATUS        PIC X(02) VALUE SPACES.
001610 77  AT-END-OF-COMMANDS-FLAG     PIC X(01) VALUE "N".
001620     88  AT-END-OF-COMMANDS                VALUE "Y".
001630 77  CURRENT-MACHINE-ID          PIC X(02) VALUE "01".
001640 77  MACHINE-SUB                 PIC 9(03) COMP VALUE ZERO.
001650 77  LATCH-SUB                   PIC 9(03) COMP VALUE ZERO.
001660 77  AT-END-OF-CONFIG-FLAG       PIC X(01) VALUE "N".
001670     88  AT-END-OF-CONFIG                  VALUE "Y".
001680 77  AT-END-OF-CERTS-FLAG        PIC X(01) VALUE "N".
001690     88  AT-END-OF-CERTS                   VALUE "Y".
001700*    THE KEYING OPERATOR'S STANDING ON THE CURRENT MACHINE, SET
001710*    EACH CYCLE FROM THE ROSTER: CURRENT, EXPIRED ONLY, OR NONE.
001720 77  CERT-STANDING-FLAG          PIC X(01) VALUE "N".
001730     88  OPERATOR-CERTIFIED                VALUE "C".
001740     88  OPERATOR-CERT-EXPIRED             VALUE "E".
001750     88  OPERATOR-NOT-CERTIFIED            VALUE "N".
001760 77  RESET-AUTHORITY-FLAG        PIC X(01) VALUE "N".
001770     88  RESET-AUTHORIZED                  VALUE "Y".
001780 77  TODAY-YMD                   PIC 9(08) VALUE ZERO.
001790 77  REFUSED-COUNT               PIC 9(05) COMP VALUE ZERO.
001800 77  REFUSAL-REASON-TEXT         PIC X(24) VALUE SPACES.
001810 77  LID-STATE-FLAG              PIC X(10) VALUE "CLOSED".
001820     88  LID-CLOSED                        VALUE "CLOSED".
001830     88  LID-AJAR                          VALUE "AJAR".
001840     88  LID-OPEN                          VALUE "OPEN".
001850 77  DESIRED-SPEED               PIC 9(03) VALUE ZERO.
001860 77  CURRENT-SPEED               PIC 9(03) VALUE ZERO.
001870*    THE LIMITS, STEPS, DEBOUNCE THRESHOLD AND RESET CODE ARE
001880*    THE CURRENT MACHINE'S, LOADED FROM ITS TABLE ENTRY AT THE
001890*    TOP OF EACH CYCLE.
001900 77  MIN-SPEED                   PIC 9(03) VALUE ZERO.
001910 77  MAX-SPEED                   PIC 9(03) VALUE ZERO.
001920 77  SPEED-INCREMENT             PIC 9(03) VALUE ZERO.
001930 77  SPEED-DECREMENT             PIC 9(03) VALUE ZERO.
001940 77  LID-DEBOUNCE-TIMER          PIC 9(03) COMP VALUE ZERO.
001950 77  LID-DEBOUNCE-THRESHOLD      PIC 9(03) COMP VALUE ZERO.
001960 77  SUPERVISOR-RESET-CODE       PIC X(08) VALUE SPACES.
001970*    THE LATCH IS A SAFETY INTERLOCK AND SO IS PERSISTED ON
001980*    THE ESTOPLCH FILE ACROSS RUNS: A STOP IN ONE RUN STILL
001990*    BLOCKS SPEED-UPS IN THE NEXT UNTIL A SUPERVISOR RESETS.
002000 77  ESTOP-LATCH-FLAG            PIC X(01) VALUE "N".
002010     88  ESTOP-LATCHED                     VALUE "Y".
002020 77  ESTOP-LATCH-STATUS          PIC X(02) VALUE SPACES.
002030 77  AT-END-OF-LATCH-FLAG        PIC X(01) VALUE "N".
002040     88  AT-END-OF-LATCH                   VALUE "Y".
002050 77  COMMANDS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
002060 77  INCIDENT-COUNT              PIC 9(05) COMP VALUE ZERO.
002070 77  AUDIT-WORK-ACTION           PIC X(02) VALUE SPACES.
002080 77  AUDIT-OLD-SPEED-SAVE        PIC 9(03) VALUE ZERO.
002090 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
002100 77  REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
002110 77  REJECT-UNKNOWN-COUNT        PIC 9(05) COMP VALUE ZERO.
002120 77  REJECT-OUT-OF-SERVICE-COUNT PIC 9(05) COMP VALUE ZERO.
002130 77  REJECT-LINE-COUNT           PIC 9(03) COMP VALUE 99.
002140 77  REJECT-PAGE-COUNT           PIC 9(03) COMP VALUE ZERO.
002150 77  REJECT-PAGE-LIMIT           PIC 9(03) COMP VALUE 55.
002160*    PER-MACHINE WORKING STATE.  CURRENT-SPEED AND THE LATCH
002170*    FLAG ARE LOADED FROM THE MACHINE'S ENTRY AT THE TOP OF
002180*    EACH CYCLE AND STORED BACK AT THE BOTTOM, SO THE SPEED
002190*    DECISION PARAGRAPHS READ AS THEY ALWAYS DID.
002200*    THE CONFIGURATION (STATUS THROUGH RESET CODE) IS LOADED
002210*    FROM MACHCFG AT START-UP AND NEVER CHANGED BY THE RUN.
002220 01  MACHINE-TABLE.
002230     03  MACHINE-COUNT           PIC 9(03) COMP VALUE ZERO.
002240     03  MACHINE-MAX             PIC 9(03) COMP VALUE 50.
002250     03  MACHINE-ENTRY OCCURS 50 TIMES
002260             INDEXED BY MACHINE-IDX.
002270         05  MS-MACHINE-ID       PIC X(02).
002280         05  MS-CURRENT-SPEED    PIC 9(03).
002290         05  MS-DESIRED-SPEED    PIC 9(03).
002300         05  MS-ESTOP-FLAG       PIC X(01).
002310         05  MS-STATUS           PIC X(01).
002320             88  MS-IN-SERVICE           VALUE "I".
002330         05  MS-MIN-SPEED        PIC 9(03).
002340         05  MS-MAX-SPEED        PIC 9(03).
002350         05  MS-SPEED-INCREMENT  PIC 9(03).
002360         05  MS-SPEED-DECREMENT  PIC 9(03).
002370         05  MS-DEBOUNCE-THRESHOLD
002380                                 PIC 9(03).
002390         05  MS-RESET-CODE       PIC X(08).
002400*    THE CERTIFICATION ROSTER, LOADED WHOLE AT START-UP WITH THE
002410*    EXPIRY TURNED TO YYYYMMDD FOR COMPARISON WITH TODAY.  A FULL
002420*    TABLE ABORTS THE RUN SO NO CERTIFICATION IS DROPPED.
002430 01  CERT-TABLE.
002440     03  CERT-COUNT              PIC 9(04) COMP VALUE ZERO.
002450     03  CERT-MAX                PIC 9(04) COMP VALUE 500.
002460     03  CERT-ENTRY OCCURS 500 TIMES
002470             INDEXED BY CERT-IDX.
002480         05  CT-OPERATOR-ID      PIC X(08).
002490         05  CT-MACHINE-ID       PIC X(02).
002500         05  CT-EXPIRY-YMD       PIC 9(08).
002510         05  CT-RESET-AUTHORITY  PIC X(01).
002520*    FOUR-DEEP AUDIT RING PER MACHINE, READ BACK BY THE
002530*    INCIDENT RECORD FOR THE MACHINE THAT STOPPED.
002540 01  AUDIT-RING-TABLE.
002550     03  AUDIT-RING-MACHINE      OCCURS 50 TIMES.
002560         05  AUDIT-RING-ENTRY    OCCURS 4 TIMES
002570                                 PIC X(52).
002580 01  REJECT-HEADING-1.
002590     03  FILLER                  PIC X(32)
002600         VALUE "SPEEDCTL REJECTED-COMMAND REPORT".
002610     03  FILLER                  PIC X(12) VALUE SPACES.
002620     03  FILLER                  PIC X(04) VALUE "RUN ".
002630     03  RH1-TIMESTAMP           PIC X(16) VALUE SPACES.
002640     03  FILLER                  PIC X(60) VALUE SPACES.
002650     03  FILLER                  PIC X(05) VALUE "PAGE ".
002660     03  RH1-PAGE                PIC ZZ9.
002670 01  REJECT-HEADING-2.
002680     03  FILLER                  PIC X(09) VALUE "  CYCLE".
002690     03  FILLER                  PIC X(07) VALUE "MACH".
002700     03  FILLER                  PIC X(10) VALUE "OPERATOR".
002710     03  FILLER                  PIC X(07) VALUE "SPEED".
002720     03  FILLER                  PIC X(12) VALUE "LID".
002730     03  FILLER                  PIC X(87) VALUE "REASON".
002740 01  REJECT-DETAIL-LINE.
002750     03  RD-CYCLE                PIC ZZZ,ZZ9.
002760     03  FILLER                  PIC X(02) VALUE SPACES.
002770     03  RD-MACHINE-ID           PIC X(02).
002780     03  FILLER                  PIC X(05) VALUE SPACES.
002790     03  RD-OPERATOR             PIC X(08).
002800     03  FILLER                  PIC X(02) VALUE SPACES.
002810     03  RD-DESIRED-SPEED        PIC X(03).
002820     03  FILLER                  PIC X(04) VALUE SPACES.
002830     03  RD-LID-STATE            PIC X(10).
002840     03  FILLER                  PIC X(02) VALUE SPACES.
002850     03  RD-REASON               PIC X(30).
002860     03  FILLER                  PIC X(57) VALUE SPACES.
002870 01  REJECT-TOTAL-LINE.
002880     03  RT-TOTAL-TEXT           PIC X(24).
002890     03  RT-TOTAL-COUNT          PIC ZZZ,ZZ9.
002900     03  FILLER                  PIC X(101) VALUE SPACES.
002910 PROCEDURE DIVISION.
002920******************************************************************
002930*    0000-MAINLINE -- RUN CONTROL.                               *
002940******************************************************************
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002970     PERFORM 2000-PROCESS-CYCLE THRU 2000-EXIT
002980         UNTIL AT-END-OF-COMMANDS
002990     PERFORM 8000-TERMINATE THRU 8000-EXIT
003000     STOP RUN.
003010******************************************************************
003020*    1000-INITIALIZE -- OPEN FILES AND LOAD THE MACHINE TABLE    *
003030*    FROM THE CONFIGURATION MASTER AND THE CERTIFICATION TABLE   *
003040*    FROM THE ROSTER.                                            *
003050******************************************************************
003060 1000-INITIALIZE.
003070     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
003080     MOVE RUN-TIMESTAMP (1:8)   TO TODAY-YMD
003090     OPEN INPUT  COMMAND-FILE
003100          INPUT  MACHINE-CONFIG
003110          INPUT  OPERATOR-CERT-FILE
003120          EXTEND AUDIT-TRAIL
003130          EXTEND REFUSAL-LOG
003140          OUTPUT INCIDENT-FILE
003150          OUTPUT REJECT-FILE
003160          OUTPUT REJECT-REPORT
003170     IF COMMAND-FILE-STATUS NOT = "00"
003180         DISPLAY "SPEEDCTL: OPEN FAILED, CMDIN STATUS "
003190                 COMMAND-FILE-STATUS UPON CONSL
003200         GO TO 9999-ABORT-RUN
003210     END-IF
003220     IF MACHINE-CONFIG-STATUS NOT = "00"
003230         DISPLAY "SPEEDCTL: OPEN FAILED, MACHCFG STATUS "
003240                 MACHINE-CONFIG-STATUS UPON CONSL
003250         GO TO 9999-ABORT-RUN
003260     END-IF
003270     IF OPERATOR-CERT-STATUS NOT = "00"
003280         DISPLAY "SPEEDCTL: OPEN FAILED, OPRCERT STATUS "
003290                 OPERATOR-CERT-STATUS UPON CONSL
003300         GO TO 9999-ABORT-RUN
003310     END-IF
003320     IF REFUSAL-LOG-STATUS NOT = "00"
003330        AND REFUSAL-LOG-STATUS NOT = "05"
003340         DISPLAY "SPEEDCTL: OPEN FAILED, REFUSLOG STATUS "
003350                 REFUSAL-LOG-STATUS UPON CONSL
003360         GO TO 9999-ABORT-RUN
003370     END-IF
003380     IF AUDIT-TRAIL-STATUS NOT = "00"
003390        AND AUDIT-TRAIL-STATUS NOT = "05"
003400         DISPLAY "SPEEDCTL: OPEN FAILED, AUDITLOG STATUS "
003410                 AUDIT-TRAIL-STATUS UPON CONSL
003420         GO TO 9999-ABORT-RUN
003430     END-IF
003440     PERFORM 1050-LOAD-MACHINES THRU 1050-EXIT
003450     PERFORM 1150-LOAD-CERTIFICATIONS THRU 1150-EXIT
003460     PERFORM 1100-LOAD-LATCH THRU 1100-EXIT
003470     MOVE SPACES TO AUDIT-RING-TABLE.
003480 1000-EXIT.
003490     EXIT.
003500******************************************************************
003510*    1050-LOAD-MACHINES -- ONE TABLE ENTRY PER LINE ON THE       *
003520*    CONFIGURATION MASTER, IN MACHINE-ID ORDER, WITH ZERO SPEED  *
003530*    AND A CLEAR LATCH; THE LATCH FILE THEN OVERLAYS WHAT        *
003540*    SURVIVED THE PRIOR RUN.  OUT-OF-SERVICE LINES ARE LOADED    *
003550*    TOO SO THEIR LATCHES ARE KEPT AND THEIR COMMANDS REJECTED   *
003560*    FOR THE RIGHT REASON.  AN EMPTY MASTER STOPS THE RUN.       *
003570******************************************************************
003580 1050-LOAD-MACHINES.
003590     PERFORM 1060-LOAD-ONE-MACHINE THRU 1060-EXIT
003600         UNTIL AT-END-OF-CONFIG
003610     CLOSE MACHINE-CONFIG
003620     IF MACHINE-COUNT = ZERO
003630         DISPLAY "SPEEDCTL: NO MACHINES ON MACHCFG" UPON CONSL
003640         GO TO 9999-ABORT-RUN
003650     END-IF.
003660 1050-EXIT.
003670     EXIT.
003680 1060-LOAD-ONE-MACHINE.
003690     READ MACHINE-CONFIG
003700         AT END
003710             MOVE "Y" TO AT-END-OF-CONFIG-FLAG
003720             GO TO 1060-EXIT
003730     END-READ
003740     IF MACHINE-COUNT >= MACHINE-MAX
003750         DISPLAY "SPEEDCTL: MACHINE TABLE FULL" UPON CONSL
003760         GO TO 9999-ABORT-RUN
003770     END-IF
003780     ADD 1 TO MACHINE-COUNT
003790     MOVE MACHINE-COUNT TO MACHINE-SUB
003800     MOVE MACH-CFG-MACHINE-ID  TO MS-MACHINE-ID (MACHINE-SUB)
003810     MOVE ZERO                 TO MS-CURRENT-SPEED (MACHINE-SUB)
003820     MOVE ZERO                 TO MS-DESIRED-SPEED (MACHINE-SUB)
003830     MOVE "N"                  TO MS-ESTOP-FLAG (MACHINE-SUB)
003840     MOVE MACH-CFG-STATUS      TO MS-STATUS (MACHINE-SUB)
003850     MOVE MACH-CFG-MIN-SPEED   TO MS-MIN-SPEED (MACHINE-SUB)
003860     MOVE MACH-CFG-MAX-SPEED   TO MS-MAX-SPEED (MACHINE-SUB)
003870     MOVE MACH-CFG-SPEED-INCREMENT
003880                               TO MS-SPEED-INCREMENT (MACHINE-SUB)
003890     MOVE MACH-CFG-SPEED-DECREMENT
003900                               TO MS-SPEED-DECREMENT (MACHINE-SUB)
003910     MOVE MACH-CFG-DEBOUNCE-THRESHOLD
003920         TO MS-DEBOUNCE-THRESHOLD (MACHINE-SUB)
003930     MOVE MACH-CFG-RESET-CODE  TO MS-RESET-CODE (MACHINE-SUB).
003940 1060-EXIT.
003950     EXIT.
003960******************************************************************
003970*    1150-LOAD-CERTIFICATIONS -- THE OPERATOR CERTIFICATION      *
003980*    ROSTER INTO THE CERTIFICATION TABLE.  AN UNREADABLE RECORD  *
003990*    IS REPORTED AND SKIPPED, SO IT GRANTS NOTHING; AN EMPTY     *
004000*    ROSTER STOPS THE RUN, SINCE NO SPEED CHANGE COULD BE TAKEN. *
004010******************************************************************
004020 1150-LOAD-CERTIFICATIONS.
004030     PERFORM 1160-LOAD-ONE-CERT THRU 1160-EXIT
004040         UNTIL AT-END-OF-CERTS
004050     CLOSE OPERATOR-CERT-FILE
004060     IF CERT-COUNT = ZERO
004070         DISPLAY "SPEEDCTL: NO CERTIFICATIONS ON OPRCERT"
004080             UPON CONSL
004090         GO TO 9999-ABORT-RUN
004100     END-IF.
004110 1150-EXIT.
004120     EXIT.
004130 1160-LOAD-ONE-CERT.
004140     READ OPERATOR-CERT-FILE
004150         AT END
004160             MOVE "Y" TO AT-END-OF-CERTS-FLAG
004170             GO TO 1160-EXIT
004180     END-READ
004190     IF CERT-OPERATOR-ID = SPACES
004200      OR CERT-MACHINE-ID = SPACES
004210      OR CERT-EXPIRY-DATE NOT NUMERIC
004220      OR NOT CERT-RESET-FLAG-VALID
004230         DISPLAY "SPEEDCTL: OPRCERT RECORD SKIPPED - OPERATOR "
004240                 CERT-OPERATOR-ID " MACHINE " CERT-MACHINE-ID
004250             UPON CONSL
004260         GO TO 1160-EXIT
004270     END-IF
004280     IF CERT-COUNT >= CERT-MAX
004290         DISPLAY "SPEEDCTL: CERTIFICATION TABLE FULL" UPON CONSL
004300         GO TO 9999-ABORT-RUN
004310     END-IF
004320     ADD 1 TO CERT-COUNT
004330     SET CERT-IDX TO CERT-COUNT
004340     MOVE CERT-OPERATOR-ID     TO CT-OPERATOR-ID (CERT-IDX)
004350     MOVE CERT-MACHINE-ID      TO CT-MACHINE-ID (CERT-IDX)
004360     COMPUTE CT-EXPIRY-YMD (CERT-IDX)
004370         = CERT-EXPIRY-YYYY * 10000
004380         + CERT-EXPIRY-MM * 100
004390         + CERT-EXPIRY-DD
004400     MOVE CERT-RESET-AUTHORITY TO CT-RESET-AUTHORITY (CERT-IDX).
004410 1160-EXIT.
004420     EXIT.
004430******************************************************************
004440*    1100-LOAD-LATCH -- PICK UP THE PERSISTED EMERGENCY-STOP     *
004450*    LATCHES, ONE RECORD PER MACHINE; NO FILE OR AN EMPTY        *
004460*    FILE MEANS NOTHING LATCHED.  A BLANK MACHINE ID IS THE      *
004470*    PRE-CONVERSION SINGLE-MACHINE RECORD AND BELONGS TO         *
004480*    MACHINE 01.  A LATCH FOR A MACHINE NO LONGER ON THE         *
004490*    CONFIGURATION MASTER IS REPORTED AND DROPPED.               *
004500******************************************************************
004510 1100-LOAD-LATCH.
004520     OPEN INPUT ESTOP-LATCH-FILE
004530     PERFORM 1120-LOAD-ONE-LATCH THRU 1120-EXIT
004540         UNTIL AT-END-OF-LATCH
004550     CLOSE ESTOP-LATCH-FILE.
004560 1100-EXIT.
004570     EXIT.
004580 1120-LOAD-ONE-LATCH.
004590     READ ESTOP-LATCH-FILE
004600         AT END
004610             MOVE "Y" TO AT-END-OF-LATCH-FLAG
004620             GO TO 1120-EXIT
004630     END-READ
004640     IF LATCH-MACHINE-ID = SPACES
004650         MOVE "01" TO CURRENT-MACHINE-ID
004660     ELSE
004670         MOVE LATCH-MACHINE-ID TO CURRENT-MACHINE-ID
004680     END-IF
004690     PERFORM 2900-FIND-MACHINE THRU 2900-EXIT
004700     IF MACHINE-SUB NOT = ZERO
004710      AND LATCH-FLAG-BYTE = "Y"
004720         MOVE "Y" TO MS-ESTOP-FLAG (MACHINE-SUB)
004730         DISPLAY "SPEEDCTL: EMERGENCY-STOP LATCH STILL SET "
004740                 "FOR MACHINE " CURRENT-MACHINE-ID
004750                 " FROM A PRIOR RUN - SUPERVISOR RESET "
004760                 "REQUIRED" UPON CONSL
004770     END-IF
004780     IF MACHINE-SUB = ZERO
004790      AND LATCH-FLAG-BYTE = "Y"
004800         DISPLAY "SPEEDCTL: EMERGENCY-STOP LATCH FOR MACHINE "
004810                 CURRENT-MACHINE-ID " NOT ON MACHCFG - DROPPED"
004820             UPON CONSL
004830     END-IF.
004840 1120-EXIT.
004850     EXIT.
004860******************************************************************
004870*    1200-SAVE-LATCH -- REWRITE THE LATCH FILE, ONE RECORD       *
004880*    PER MACHINE, EVERY TIME ANY LATCH CHANGES STATE.            *
004890******************************************************************
004900 1200-SAVE-LATCH.
004910     OPEN OUTPUT ESTOP-LATCH-FILE
004920     PERFORM 1250-WRITE-ONE-LATCH THRU 1250-EXIT
004930         VARYING LATCH-SUB FROM 1 BY 1
004940         UNTIL LATCH-SUB > MACHINE-COUNT
004950     CLOSE ESTOP-LATCH-FILE.
004960 1200-EXIT.
004970     EXIT.
004980 1250-WRITE-ONE-LATCH.
004990     MOVE SPACES TO ESTOP-LATCH-RECORD
005000     MOVE MS-MACHINE-ID (LATCH-SUB) TO LATCH-MACHINE-ID
005010     MOVE MS-ESTOP-FLAG (LATCH-SUB) TO LATCH-FLAG-BYTE
005020     WRITE ESTOP-LATCH-RECORD.
005030 1250-EXIT.
005040     EXIT.
005050******************************************************************
005060*    2000-PROCESS-CYCLE -- ONE CONTROL CYCLE: SAMPLE THE LID,    *
005070*    HONOR ANY SUPERVISOR RESET, THEN RUN THE SPEED DECISION.    *
005080*    A COMMAND FOR AN UNKNOWN OR OUT-OF-SERVICE MACHINE IS       *
005090*    REJECTED BEFORE ANY OF THAT.                                *
005100******************************************************************
005110 2000-PROCESS-CYCLE.
005120     READ COMMAND-FILE
005130         AT END
005140             MOVE "Y" TO AT-END-OF-COMMANDS-FLAG
005150             GO TO 2000-EXIT
005160     END-READ
005170     ADD 1 TO COMMANDS-READ-COUNT
005180     IF CMD-MACHINE-ID = SPACES
005190         MOVE "01" TO CURRENT-MACHINE-ID
005200     ELSE
005210         MOVE CMD-MACHINE-ID TO CURRENT-MACHINE-ID
005220     END-IF
005230     PERFORM 2900-FIND-MACHINE THRU 2900-EXIT
005240     IF MACHINE-SUB = ZERO
005250         MOVE "01" TO CMD-REJ-REASON-CODE
005260         PERFORM 2800-REJECT-COMMAND THRU 2800-EXIT
005270         GO TO 2000-EXIT
005280     END-IF
005290     IF NOT MS-IN-SERVICE (MACHINE-SUB)
005300         MOVE "02" TO CMD-REJ-REASON-CODE
005310         PERFORM 2800-REJECT-COMMAND THRU 2800-EXIT
005320         GO TO 2000-EXIT
005330     END-IF
005340     MOVE MS-MIN-SPEED (MACHINE-SUB)       TO MIN-SPEED
005350     MOVE MS-MAX-SPEED (MACHINE-SUB)       TO MAX-SPEED
005360     MOVE MS-SPEED-INCREMENT (MACHINE-SUB) TO SPEED-INCREMENT
005370     MOVE MS-SPEED-DECREMENT (MACHINE-SUB) TO SPEED-DECREMENT
005380     MOVE MS-DEBOUNCE-THRESHOLD (MACHINE-SUB)
005390         TO LID-DEBOUNCE-THRESHOLD
005400     MOVE MS-RESET-CODE (MACHINE-SUB)
005410         TO SUPERVISOR-RESET-CODE
005420     MOVE MS-CURRENT-SPEED (MACHINE-SUB) TO CURRENT-SPEED
005430*    THE DESIRED SPEED IS PER MACHINE TOO, SO A COMMAND THAT
005440*    LEAVES IT BLANK (A RESET-ONLY CARD) KEEPS THE MACHINE'S
005450*    OWN LAST SETTING, NEVER ANOTHER LINE'S.
005460     MOVE MS-DESIRED-SPEED (MACHINE-SUB) TO DESIRED-SPEED
005470     MOVE MS-ESTOP-FLAG (MACHINE-SUB)    TO ESTOP-LATCH-FLAG
005480     MOVE CMD-LID-STATE TO LID-STATE-FLAG
005490     PERFORM 2600-CHECK-CERTIFICATION THRU 2600-EXIT
005500     IF CMD-DESIRED-SPEED NUMERIC
005510         MOVE CMD-DESIRED-NUM TO DESIRED-SPEED
005520     END-IF
005530     IF CMD-RESET-CODE NOT = SPACES
005540         PERFORM 2500-SUPERVISOR-RESET THRU 2500-EXIT
005550     END-IF
005560     EVALUATE TRUE ALSO DESIRED-SPEED ALSO CURRENT-SPEED
005570         WHEN LID-CLOSED ALSO MIN-SPEED THRU MAX-SPEED
005580              ALSO LESS THAN DESIRED-SPEED
005590             PERFORM 3100-SPEED-UP-MACHINE THRU 3100-EXIT
005600         WHEN LID-CLOSED ALSO MIN-SPEED THRU MAX-SPEED
005610              ALSO GREATER THAN DESIRED-SPEED
005620             PERFORM 3200-SLOW-DOWN-MACHINE THRU 3200-EXIT
005630*        RESTART OF A STOPPED MACHINE GOES THROUGH THE SAME
005640*        SPEED-UP PATH SO THE EMERGENCY-STOP LATCH IS HONORED.
005650         WHEN LID-CLOSED ALSO NOT ZERO ALSO ZERO
005660             PERFORM 3100-SPEED-UP-MACHINE THRU 3100-EXIT
005670         WHEN LID-AJAR ALSO ANY ALSO ANY
005680             PERFORM 3300-LID-DEBOUNCE-DELAY THRU 3300-EXIT
005690             IF LID-AJAR OR LID-OPEN
005700                 PERFORM 3500-EMERGENCY-STOP THRU 3500-EXIT
005710             END-IF
005720         WHEN LID-OPEN ALSO ANY ALSO NOT ZERO
005730             PERFORM 3500-EMERGENCY-STOP THRU 3500-EXIT
005740         WHEN OTHER
005750             CONTINUE
005760     END-EVALUATE
005770     MOVE CURRENT-SPEED    TO MS-CURRENT-SPEED (MACHINE-SUB)
005780     MOVE DESIRED-SPEED    TO MS-DESIRED-SPEED (MACHINE-SUB)
005790     MOVE ESTOP-LATCH-FLAG TO MS-ESTOP-FLAG (MACHINE-SUB).
005800 2000-EXIT.
005810     EXIT.
005820******************************************************************
005830*    2800-REJECT-COMMAND -- A COMMAND THE RUN WILL NOT ACT ON:   *
005840*    THE WHOLE COMMAND TO THE REJECTED-COMMAND FILE WITH ITS     *
005850*    REASON (CMD-REJ-REASON-CODE, SET BY THE CALLER), AND A      *
005860*    LINE ON THE REJECTED-COMMAND REPORT.  THE RESET CODE IS     *
005870*    NOT PRINTED.                                                *
005880******************************************************************
005890 2800-REJECT-COMMAND.
005900     MOVE FUNCTION CURRENT-DATE TO CMD-REJ-TIMESTAMP
005910     MOVE CURRENT-MACHINE-ID    TO CMD-REJ-MACHINE-ID
005920     MOVE COMMAND-RECORD        TO CMD-REJ-COMMAND-DATA
005930     ADD 1 TO REJECT-COUNT
005940     IF CMD-REJ-UNKNOWN-MACHINE
005950         ADD 1 TO REJECT-UNKNOWN-COUNT
005960         MOVE "UNKNOWN MACHINE" TO RD-REASON
005970     ELSE
005980         ADD 1 TO REJECT-OUT-OF-SERVICE-COUNT
005990         MOVE "MACHINE OUT OF SERVICE" TO RD-REASON
006000     END-IF
006010     DISPLAY "SPEEDCTL: COMMAND FOR MACHINE " CURRENT-MACHINE-ID
006020             " REJECTED - " RD-REASON UPON CONSL
006030     WRITE COMMAND-REJECT-RECORD
006040     IF REJECT-LINE-COUNT >= REJECT-PAGE-LIMIT
006050         PERFORM 2850-REJECT-PAGE-HEADING THRU 2850-EXIT
006060     END-IF
006070     MOVE COMMANDS-READ-COUNT TO RD-CYCLE
006080     MOVE CURRENT-MACHINE-ID  TO RD-MACHINE-ID
006090     MOVE CMD-OPERATOR-ID     TO RD-OPERATOR
006100     MOVE CMD-DESIRED-SPEED   TO RD-DESIRED-SPEED
006110     MOVE CMD-LID-STATE       TO RD-LID-STATE
006120     WRITE REJECT-PRINT-LINE FROM REJECT-DETAIL-LINE
006130         AFTER ADVANCING 1 LINE
006140     ADD 1 TO REJECT-LINE-COUNT.
006150 2800-EXIT.
006160     EXIT.
006170 2850-REJECT-PAGE-HEADING.
006180     ADD 1 TO REJECT-PAGE-COUNT
006190     MOVE RUN-TIMESTAMP      TO RH1-TIMESTAMP
006200     MOVE REJECT-PAGE-COUNT  TO RH1-PAGE
006210     WRITE REJECT-PRINT-LINE FROM REJECT-HEADING-1
006220         AFTER ADVANCING PAGE
006230     WRITE REJECT-PRINT-LINE FROM REJECT-HEADING-2
006240         AFTER ADVANCING 2 LINES
006250     MOVE SPACES TO REJECT-PRINT-LINE
006260     WRITE REJECT-PRINT-LINE AFTER ADVANCING 1 LINE
006270     MOVE 4 TO REJECT-LINE-COUNT.
006280 2850-EXIT.
006290     EXIT.
006300******************************************************************
006310*    2900-FIND-MACHINE -- MACHINE TABLE SLOT FOR THE ID IN       *
006320*    CURRENT-MACHINE-ID; ZERO MEANS NOT A CONFIGURED LINE.       *
006330******************************************************************
006340 2900-FIND-MACHINE.
006350     MOVE ZERO TO MACHINE-SUB
006360     SET MACHINE-IDX TO 1
006370     SEARCH MACHINE-ENTRY
006380         AT END
006390             CONTINUE
006400         WHEN MACHINE-IDX > MACHINE-COUNT
006410             CONTINUE
006420         WHEN MS-MACHINE-ID (MACHINE-IDX) = CURRENT-MACHINE-ID
006430             SET MACHINE-SUB TO MACHINE-IDX
006440     END-SEARCH.
006450 2900-EXIT.
006460     EXIT.
006470******************************************************************
006480*    2500-SUPERVISOR-RESET -- CLEAR THE EMERGENCY-STOP LATCH     *
006490*    ONLY FOR AN OPERATOR WITH RESET AUTHORITY ON THE MACHINE    *
006500*    AND A VALID CODE, AND LOG THE RESET EITHER WAY.             *
006510******************************************************************
006520 2500-SUPERVISOR-RESET.
006530     IF NOT ESTOP-LATCHED
006540         DISPLAY "SPEEDCTL: RESET IGNORED - NO STOP LATCHED "
006550                 "ON MACHINE " CURRENT-MACHINE-ID
006560             UPON CONSL
006570         GO TO 2500-EXIT
006580     END-IF
006590     IF NOT RESET-AUTHORIZED
006600         MOVE "03" TO REFUS-REASON-CODE
006610         PERFORM 3700-REFUSE-COMMAND THRU 3700-EXIT
006620         GO TO 2500-EXIT
006630     END-IF
006640     IF CMD-RESET-CODE NOT = SUPERVISOR-RESET-CODE
006650         MOVE "04" TO REFUS-REASON-CODE
006660         PERFORM 3700-REFUSE-COMMAND THRU 3700-EXIT
006670         GO TO 2500-EXIT
006680     END-IF
006690     MOVE "N" TO ESTOP-LATCH-FLAG
006700     MOVE "N" TO MS-ESTOP-FLAG (MACHINE-SUB)
006710     PERFORM 1200-SAVE-LATCH THRU 1200-EXIT
006720     MOVE "SR" TO AUDIT-WORK-ACTION
006730     MOVE CURRENT-SPEED TO AUDIT-OLD-SPEED-SAVE
006740     PERFORM 3600-WRITE-AUDIT-ENTRY THRU 3600-EXIT
006750     DISPLAY "SPEEDCTL: MACHINE " CURRENT-MACHINE-ID
006760             " EMERGENCY-STOP LATCH RESET BY "
006770             CMD-OPERATOR-ID UPON CONSL.
006780 2500-EXIT.
006790     EXIT.
006800******************************************************************
006810*    2600-CHECK-CERTIFICATION -- THE KEYING OPERATOR'S STANDING  *
006820*    ON THE CURRENT MACHINE.  ANY UNEXPIRED ENTRY CERTIFIES, AND *
006830*    ANY UNEXPIRED ENTRY WITH RESET AUTHORITY AUTHORIZES A       *
006840*    RESET; ENTRIES THAT HAVE ALL LAPSED LEAVE THE OPERATOR      *
006850*    EXPIRED.  A BLANK OPERATOR ID IS NEVER ON THE ROSTER.       *
006860******************************************************************
006870 2600-CHECK-CERTIFICATION.
006880     MOVE "N" TO CERT-STANDING-FLAG
006890     MOVE "N" TO RESET-AUTHORITY-FLAG
006900     PERFORM 2650-MATCH-ONE-CERT THRU 2650-EXIT
006910         VARYING CERT-IDX FROM 1 BY 1
006920         UNTIL CERT-IDX > CERT-COUNT.
006930 2600-EXIT.
006940     EXIT.
006950 2650-MATCH-ONE-CERT.
006960     IF CT-OPERATOR-ID (CERT-IDX) NOT = CMD-OPERATOR-ID
006970      OR CT-MACHINE-ID (CERT-IDX) NOT = CURRENT-MACHINE-ID
006980         GO TO 2650-EXIT
006990     END-IF
007000     IF CT-EXPIRY-YMD (CERT-IDX) < TODAY-YMD
007010         IF NOT OPERATOR-CERTIFIED
007020             MOVE "E" TO CERT-STANDING-FLAG
007030         END-IF
007040         GO TO 2650-EXIT
007050     END-IF
007060     MOVE "C" TO CERT-STANDING-FLAG
007070     IF CT-RESET-AUTHORITY (CERT-IDX) = "Y"
007080         MOVE "Y" TO RESET-AUTHORITY-FLAG
007090     END-IF.
007100 2650-EXIT.
007110     EXIT.
007120******************************************************************
007130*    3100-SPEED-UP-MACHINE -- REFUSED WHILE THE EMERGENCY-STOP   *
007140*    LATCH IS SET; A SUPERVISOR RESET MUST COME FIRST.  REFUSED  *
007150*    TOO FOR AN OPERATOR NOT CURRENTLY CERTIFIED ON THE MACHINE. *
007160*    NEVER STEPS PAST THE LINE'S MAXIMUM SPEED.                  *
007170******************************************************************
007180 3100-SPEED-UP-MACHINE.
007190     IF ESTOP-LATCHED
007200         DISPLAY "SPEEDCTL: SPEED-UP REFUSED - MACHINE "
007210                 CURRENT-MACHINE-ID " EMERGENCY STOP "
007220                 "LATCHED, SUPERVISOR RESET REQUIRED"
007230             UPON CONSL
007240         GO TO 3100-EXIT
007250     END-IF
007260     IF NOT OPERATOR-CERTIFIED
007270         PERFORM 3650-REFUSE-SPEED-CHANGE THRU 3650-EXIT
007280         GO TO 3100-EXIT
007290     END-IF
007300     MOVE CURRENT-SPEED  TO AUDIT-OLD-SPEED-SAVE
007310     IF CURRENT-SPEED = ZERO
007320         MOVE MIN-SPEED      TO CURRENT-SPEED
007330     ELSE
007340         IF CURRENT-SPEED + SPEED-INCREMENT > MAX-SPEED
007350             MOVE MAX-SPEED      TO CURRENT-SPEED
007360         ELSE
007370             ADD SPEED-INCREMENT TO CURRENT-SPEED
007380         END-IF
007390     END-IF
007400     MOVE "SU" TO AUDIT-WORK-ACTION
007410     PERFORM 3600-WRITE-AUDIT-ENTRY THRU 3600-EXIT.
007420 3100-EXIT.
007430     EXIT.
007440******************************************************************
007450*    3200-SLOW-DOWN-MACHINE -- REFUSED FOR AN OPERATOR NOT       *
007460*    CURRENTLY CERTIFIED ON THE MACHINE.  NEVER STEPS BELOW THE  *
007470*    LINE'S MINIMUM SPEED.                                       *
007480******************************************************************
007490 3200-SLOW-DOWN-MACHINE.
007500     IF NOT OPERATOR-CERTIFIED
007510         PERFORM 3650-REFUSE-SPEED-CHANGE THRU 3650-EXIT
007520         GO TO 3200-EXIT
007530     END-IF
007540     MOVE CURRENT-SPEED       TO AUDIT-OLD-SPEED-SAVE
007550     IF CURRENT-SPEED < MIN-SPEED + SPEED-DECREMENT
007560         MOVE MIN-SPEED           TO CURRENT-SPEED
007570     ELSE
007580         SUBTRACT SPEED-DECREMENT FROM CURRENT-SPEED
007590     END-IF
007600     MOVE "SD" TO AUDIT-WORK-ACTION
007610     PERFORM 3600-WRITE-AUDIT-ENTRY THRU 3600-EXIT.
007620 3200-EXIT.
007630     EXIT.
007640******************************************************************
007650*    3300-LID-DEBOUNCE-DELAY -- RE-SAMPLE THE LID SENSOR UP TO   *
007660*    THE DEBOUNCE THRESHOLD, AND LOG THE DEBOUNCE EVENT.         *
007670******************************************************************
007680 3300-LID-DEBOUNCE-DELAY.
007690     MOVE ZERO TO LID-DEBOUNCE-TIMER
007700     PERFORM 3350-SAMPLE-LID-SENSOR THRU 3350-EXIT
007710         UNTIL LID-DEBOUNCE-TIMER >= LID-DEBOUNCE-THRESHOLD
007720            OR NOT LID-AJAR
007730     MOVE CURRENT-SPEED TO AUDIT-OLD-SPEED-SAVE
007740     MOVE "LD" TO AUDIT-WORK-ACTION
007750     PERFORM 3600-WRITE-AUDIT-ENTRY THRU 3600-EXIT.
007760 3300-EXIT.
007770     EXIT.
007780 3350-SAMPLE-LID-SENSOR.
007790     CALL "LIDSENSOR" USING LID-STATE-FLAG
007800     ADD 1 TO LID-DEBOUNCE-TIMER.
007810 3350-EXIT.
007820     EXIT.
007830******************************************************************
007840*    3500-EMERGENCY-STOP -- STOP THE MACHINE, WRITE THE          *
007850*    INCIDENT RECORD WITH THE LAST FOUR AUDIT ENTRIES, ALERT     *
007860*    THE OPERATOR CONSOLE, AND SET THE RESET INTERLOCK.          *
007870******************************************************************
007880 3500-EMERGENCY-STOP.
007890     MOVE FUNCTION CURRENT-DATE TO INCIDENT-TIMESTAMP
007900     MOVE CURRENT-MACHINE-ID    TO INCIDENT-MACHINE-ID
007910     MOVE LID-STATE-FLAG        TO INCIDENT-LID-STATE
007920     MOVE DESIRED-SPEED         TO INCIDENT-DESIRED-SPEED
007930     MOVE CURRENT-SPEED         TO INCIDENT-CURRENT-SPEED
007940     MOVE AUDIT-RING-ENTRY (MACHINE-SUB, 1)
007950         TO INCIDENT-AUDIT-HISTORY (1)
007960     MOVE AUDIT-RING-ENTRY (MACHINE-SUB, 2)
007970         TO INCIDENT-AUDIT-HISTORY (2)
007980     MOVE AUDIT-RING-ENTRY (MACHINE-SUB, 3)
007990         TO INCIDENT-AUDIT-HISTORY (3)
008000     MOVE AUDIT-RING-ENTRY (MACHINE-SUB, 4)
008010         TO INCIDENT-AUDIT-HISTORY (4)
008020     WRITE INCIDENT-RECORD
008030     ADD 1 TO INCIDENT-COUNT
008040     MOVE CURRENT-SPEED TO AUDIT-OLD-SPEED-SAVE
008050     MOVE ZERO          TO CURRENT-SPEED
008060     MOVE "ES" TO AUDIT-WORK-ACTION
008070     PERFORM 3600-WRITE-AUDIT-ENTRY THRU 3600-EXIT
008080     MOVE "Y" TO ESTOP-LATCH-FLAG
008090     MOVE "Y" TO MS-ESTOP-FLAG (MACHINE-SUB)
008100     PERFORM 1200-SAVE-LATCH THRU 1200-EXIT
008110     DISPLAY "SPEEDCTL: *** EMERGENCY STOP MACHINE "
008120             CURRENT-MACHINE-ID " *** LID "
008130             LID-STATE-FLAG " - SUPERVISOR RESET REQUIRED"
008140         UPON CONSL.
008150 3500-EXIT.
008160     EXIT.
008170******************************************************************
008180*    3600-WRITE-AUDIT-ENTRY -- ONE AUDIT TRAIL RECORD, ALSO      *
008190*    KEPT IN THE FOUR-DEEP RING READ BACK BY THE INCIDENT        *
008200*    RECORD.                                                     *
008210******************************************************************
008220 3600-WRITE-AUDIT-ENTRY.
008230     MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
008240     MOVE AUDIT-WORK-ACTION     TO AUDIT-ACTION-CODE
008250     MOVE LID-STATE-FLAG        TO AUDIT-LID-STATE
008260     MOVE AUDIT-OLD-SPEED-SAVE  TO AUDIT-OLD-SPEED
008270     MOVE CURRENT-SPEED         TO AUDIT-NEW-SPEED
008280     MOVE DESIRED-SPEED         TO AUDIT-DESIRED-SPEED
008290     MOVE CURRENT-SPEED         TO AUDIT-CURRENT-SPEED
008300     MOVE CURRENT-MACHINE-ID    TO AUDIT-MACHINE-ID
008310*    CAPTURE INTO THE MACHINE'S RING BEFORE THE WRITE -- THE
008320*    RECORD AREA IS NOT AVAILABLE AFTER A SUCCESSFUL I-O.
008330     MOVE AUDIT-RING-ENTRY (MACHINE-SUB, 2)
008340         TO AUDIT-RING-ENTRY (MACHINE-SUB, 1)
008350     MOVE AUDIT-RING-ENTRY (MACHINE-SUB, 3)
008360         TO AUDIT-RING-ENTRY (MACHINE-SUB, 2)
008370     MOVE AUDIT-RING-ENTRY (MACHINE-SUB, 4)
008380         TO AUDIT-RING-ENTRY (MACHINE-SUB, 3)
008390     MOVE AUDIT-RECORD
008400         TO AUDIT-RING-ENTRY (MACHINE-SUB, 4)
008410     WRITE AUDIT-RECORD.
008420 3600-EXIT.
008430     EXIT.
008440******************************************************************
008450*    3650-REFUSE-SPEED-CHANGE -- REFUSE A SPEED CHANGE FROM AN   *
008460*    UNCERTIFIED OR EXPIRED OPERATOR.  THE REQUESTED SPEED IS    *
008470*    LOGGED, THEN DROPPED SO THE MACHINE KEEPS ITS LAST DESIRED  *
008480*    SPEED FROM A CERTIFIED OPERATOR.                            *
008490******************************************************************
008500 3650-REFUSE-SPEED-CHANGE.
008510     IF OPERATOR-CERT-EXPIRED
008520         MOVE "02" TO REFUS-REASON-CODE
008530     ELSE
008540         MOVE "01" TO REFUS-REASON-CODE
008550     END-IF
008560     PERFORM 3700-REFUSE-COMMAND THRU 3700-EXIT
008570     MOVE MS-DESIRED-SPEED (MACHINE-SUB) TO DESIRED-SPEED.
008580 3650-EXIT.
008590     EXIT.
008600******************************************************************
008610*    3700-REFUSE-COMMAND -- LOG A COMMAND REFUSED ON OPERATOR    *
008620*    GROUNDS (REFUS-REASON-CODE, SET BY THE CALLER): THE         *
008630*    OPERATOR AND REASON TO REFUSLOG, AN "RF" ENTRY ON THE AUDIT *
008640*    TRAIL, AND A CONSOLE MESSAGE.  THE SPEED IS NOT TOUCHED.    *
008650******************************************************************
008660 3700-REFUSE-COMMAND.
008670     MOVE FUNCTION CURRENT-DATE TO REFUS-TIMESTAMP
008680     MOVE CURRENT-MACHINE-ID    TO REFUS-MACHINE-ID
008690     MOVE CMD-OPERATOR-ID       TO REFUS-OPERATOR-ID
008700     MOVE LID-STATE-FLAG        TO REFUS-LID-STATE
008710     MOVE DESIRED-SPEED         TO REFUS-DESIRED-SPEED
008720     MOVE CURRENT-SPEED         TO REFUS-CURRENT-SPEED
008730     EVALUATE TRUE
008740         WHEN REFUS-NOT-CERTIFIED
008750             MOVE "NOT CERTIFIED"         TO REFUSAL-REASON-TEXT
008760         WHEN REFUS-CERT-EXPIRED
008770             MOVE "CERTIFICATION EXPIRED" TO REFUSAL-REASON-TEXT
008780         WHEN REFUS-RESET-NOT-AUTHORIZED
008790             MOVE "NO RESET AUTHORITY"    TO REFUSAL-REASON-TEXT
008800         WHEN OTHER
008810             MOVE "INVALID RESET CODE"    TO REFUSAL-REASON-TEXT
008820     END-EVALUATE
008830     WRITE REFUSED-COMMAND-RECORD
008840     ADD 1 TO REFUSED-COUNT
008850     MOVE CURRENT-SPEED TO AUDIT-OLD-SPEED-SAVE
008860     MOVE "RF" TO AUDIT-WORK-ACTION
008870     PERFORM 3600-WRITE-AUDIT-ENTRY THRU 3600-EXIT
008880     DISPLAY "SPEEDCTL: COMMAND FROM " CMD-OPERATOR-ID
008890             " ON MACHINE " CURRENT-MACHINE-ID " REFUSED - "
008900             REFUSAL-REASON-TEXT UPON CONSL.
008910 3700-EXIT.
008920     EXIT.
008930******************************************************************
008940*    8000-TERMINATE -- REJECTED-COMMAND TOTALS (THE REPORT IS    *
008950*    PRINTED EVEN WHEN NOTHING WAS REJECTED) AND CLOSE FILES.    *
008960******************************************************************
008970 8000-TERMINATE.
008980     IF REJECT-PAGE-COUNT = ZERO
008990         PERFORM 2850-REJECT-PAGE-HEADING THRU 2850-EXIT
009000     END-IF
009010     MOVE SPACES TO REJECT-PRINT-LINE
009020     WRITE REJECT-PRINT-LINE AFTER ADVANCING 2 LINES
009030     MOVE "COMMANDS READ         : " TO RT-TOTAL-TEXT
009040     MOVE COMMANDS-READ-COUNT        TO RT-TOTAL-COUNT
009050     WRITE REJECT-PRINT-LINE FROM REJECT-TOTAL-LINE
009060         AFTER ADVANCING 1 LINE
009070     MOVE "UNKNOWN MACHINE       : " TO RT-TOTAL-TEXT
009080     MOVE REJECT-UNKNOWN-COUNT       TO RT-TOTAL-COUNT
009090     WRITE REJECT-PRINT-LINE FROM REJECT-TOTAL-LINE
009100         AFTER ADVANCING 1 LINE
009110     MOVE "MACHINE OUT OF SERVICE: " TO RT-TOTAL-TEXT
009120     MOVE REJECT-OUT-OF-SERVICE-COUNT
009130                                     TO RT-TOTAL-COUNT
009140     WRITE REJECT-PRINT-LINE FROM REJECT-TOTAL-LINE
009150         AFTER ADVANCING 1 LINE
009160     MOVE "COMMANDS REJECTED     : " TO RT-TOTAL-TEXT
009170     MOVE REJECT-COUNT               TO RT-TOTAL-COUNT
009180     WRITE REJECT-PRINT-LINE FROM REJECT-TOTAL-LINE
009190         AFTER ADVANCING 1 LINE
009200     CLOSE COMMAND-FILE AUDIT-TRAIL INCIDENT-FILE
009210           REJECT-FILE REJECT-REPORT REFUSAL-LOG
009220     DISPLAY "SPEEDCTL: " COMMANDS-READ-COUNT " CYCLES, "
009230             INCIDENT-COUNT " INCIDENTS, " REJECT-COUNT
009240             " REJECTED, " REFUSED-COUNT " REFUSED" UPON CONSL.
009250 8000-EXIT.
009260     EXIT.
009270******************************************************************
009280*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
009290******************************************************************
009300 9999-ABORT-RUN.
009310     DISPLAY "SPEEDCTL: RUN ABORTED" UPON CONSL
009320     MOVE 16 TO RETURN-CODE
009330     STOP RUN.
