000010******************************************************************
000020*    RUNHPOST -- NIGHTLY MACHINE RUN-HOURS POSTING AND           *
000030*    PREVENTIVE MAINTENANCE WORK ORDERS.                         *
000040*                                                                *
000050*    APPLIES THE WORK ORDERS MAINTENANCE HAS REPORTED COMPLETE   *
000060*    (WOCOMP) FIRST: EACH ONE IS FILED ON THE SERVICE HISTORY    *
000070*    (SVCHIST) WITH THE LINE'S COUNTERS AS THEY STOOD, AND THE   *
000080*    COUNTERS ARE THEN CLEARED.  IT THEN READS THE SPEED-CONTROL *
000090*    AUDIT TRAIL (AUDITLOG) AND POSTS EVERY ENTRY NEWER THAN THE *
000100*    LAST ONE POSTED FOR ITS LINE TO THE RUN-HOURS MASTER        *
000110*    (RUNHRS): THE TIME BETWEEN TWO ENTRIES COUNTS AS RUNNING    *
000120*    TIME WHEN THE LATER ENTRY'S OLD SPEED IS ABOVE ZERO, AND AS *
000130*    HIGH-SPEED TIME WHEN THAT SPEED IS AT OR ABOVE THE LINE'S   *
000140*    MACHCFG HIGH-SPEED LEVEL.  SPEEDCTL STARTS EVERY LINE AT    *
000150*    ZERO, SO THE GAP BEFORE A NEW SESSION'S FIRST ENTRY IS      *
000160*    NEVER COUNTED.  EVERY "ES" ENTRY COUNTS AS AN EMERGENCY     *
000170*    STOP.  A LINE THAT HAS REACHED ANY OF ITS MACHCFG SERVICE   *
000180*    THRESHOLDS AND HAS NO WORK ORDER OPEN GETS ONE: A WORKORD   *
000190*    RECORD FOR MAINTENANCE AND A PRINTED TICKET (WOTICKET).     *
000200*    THE POSTING REPORT (RUNHPRT) LISTS THE COMPLETIONS AND EACH *
000210*    LINE'S HOURS.  A LINE NEW TO MACHCFG IS ADDED TO THE MASTER *
000220*    ON ITS FIRST NIGHT AND IS CREDITED WITH WHAT IS STILL ON    *
000230*    AUDITLOG.  AUDIT ENTRIES FOR A LINE NOT ON MACHCFG ARE      *
000240*    COUNTED AND SKIPPED; A BLANK MACHINE ID IS MACHINE 01.      *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    RUNHPOST.
000280 AUTHOR.        R. T. CALDWELL.
000290 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000300 DATE-WRITTEN.  10/15/26.
000310 DATE-COMPILED.
000320******************************************************************
000330*                     MODIFICATION HISTORY                       *
000340*  DATE      INIT  DESCRIPTION                                   *
000350*  --------  ----  ---------------------------------------------*
000360*  10/15/26  RTC   INITIAL VERSION                               *
000370*  10/15/26  RTC   POST EVERY ENTRY WHEN SEVERAL SHARE A STAMP   *
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  GNULINUX.
000420 OBJECT-COMPUTER.  HERCULES.
000430 SPECIAL-NAMES.
000440     CONSOLE IS CONSL.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT MACHINE-CONFIG
000480         ASSIGN TO MACHCFG
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS MACH-CFG-MACHINE-ID
000520         FILE STATUS IS MACHINE-CONFIG-STATUS.
000530     SELECT OPTIONAL RUN-HOURS-MASTER
000540         ASSIGN TO RUNHRS
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS RH-MACHINE-ID
000580         FILE STATUS IS RUN-HOURS-STATUS.
000590     SELECT OPTIONAL COMPLETION-TRANS
000600         ASSIGN TO WOCOMP
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS COMPLETION-TRANS-STATUS.
000630     SELECT OPTIONAL AUDIT-TRAIL
000640         ASSIGN TO AUDITLOG
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS AUDIT-TRAIL-STATUS.
000670     SELECT OPTIONAL SERVICE-HISTORY
000680         ASSIGN TO SVCHIST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS SVC-HIST-KEY
000720         FILE STATUS IS SERVICE-HISTORY-STATUS.
000730     SELECT WORK-ORDER-FILE
000740         ASSIGN TO WORKORD
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WORK-ORDER-STATUS.
000770     SELECT POSTING-REPORT
000780         ASSIGN TO RUNHPRT
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS POSTING-REPORT-STATUS.
000810     SELECT TICKET-REPORT
000820         ASSIGN TO WOTICKET
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS TICKET-REPORT-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  MACHINE-CONFIG.
000880     COPY MACHCFG.
000890 FD  RUN-HOURS-MASTER.
000900     COPY RUNHRS.
000910 FD  COMPLETION-TRANS.
000920 01  COMPLETION-RECORD.
000930     03  WC-WORK-ORDER           PIC X(08).
000940     03  WC-MACHINE-ID           PIC X(02).
000950*    MMDDYYYY; BLANK MEANS THE RUN DATE.
000960     03  WC-COMPLETED-DATE       PIC X(08).
000970     03  WC-COMPLETED-DATE-X     REDEFINES WC-COMPLETED-DATE.
000980         05  WC-COMPLETED-MM     PIC 9(02).
000990         05  WC-COMPLETED-DD     PIC 9(02).
001000         05  WC-COMPLETED-YYYY   PIC 9(04).
001010     03  WC-COMPLETED-DATE-NUM   REDEFINES WC-COMPLETED-DATE
001020                                 PIC 9(08).
001030     03  WC-TECHNICIAN-ID        PIC X(08).
001040     03  WC-NOTES                PIC X(30).
001050     03  FILLER                  PIC X(24).
001060 FD  AUDIT-TRAIL.
001070     COPY AUDITREC.
001080 FD  SERVICE-HISTORY.
001090     COPY SVCHIST.
001100 FD  WORK-ORDER-FILE.
001110     COPY WORKORD.
001120 FD  POSTING-REPORT.
001130 01  POSTING-PRINT-LINE          PIC X(132).
001140 FD  TICKET-REPORT.
001150 01  TICKET-PRINT-LINE           PIC X(132).
001160 WORKING-STORAGE SECTION.
001170 77  MACHINE-CONFIG-STATUS       PIC X(02) VALUE SPACES.
001180 77  RUN-HOURS-STATUS            PIC X(02) VALUE SPACES.
001190 77  COMPLETION-TRANS-STATUS     PIC X(02) VALUE SPACES.
001200 77  AUDIT-TRAIL-STATUS          PIC X(02) VALUE SPACES.
001210 77  SERVICE-HISTORY-STATUS      PIC X(02) VALUE SPACES.
001220 77  WORK-ORDER-STATUS           PIC X(02) VALUE SPACES.
001230 77  POSTING-REPORT-STATUS       PIC X(02) VALUE SPACES.
001240 77  TICKET-REPORT-STATUS        PIC X(02) VALUE SPACES.
001250 77  AT-END-OF-CONFIG-FLAG       PIC X(01) VALUE "N".
001260     88  AT-END-OF-CONFIG                  VALUE "Y".
001270 77  AT-END-OF-COMPLETIONS-FLAG  PIC X(01) VALUE "N".
001280     88  AT-END-OF-COMPLETIONS             VALUE "Y".
001290 77  AT-END-OF-AUDIT-FLAG        PIC X(01) VALUE "N".
001300     88  AT-END-OF-AUDIT                   VALUE "Y".
001310 77  COMPLETION-VALID-FLAG       PIC X(01) VALUE "N".
001320     88  COMPLETION-VALID                  VALUE "Y".
001330 77  COMPLETION-REJECT-TEXT      PIC X(25) VALUE SPACES.
001340 77  COMPLETED-DATE-NUM          PIC 9(08) VALUE ZERO.
001350 77  ENTRY-MACHINE-ID            PIC X(02) VALUE SPACES.
001360 77  COMPLETIONS-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
001370 77  COMPLETIONS-APPLIED-COUNT   PIC 9(05) COMP VALUE ZERO.
001380 77  COMPLETIONS-REJECTED-COUNT  PIC 9(05) COMP VALUE ZERO.
001390 77  AUDIT-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
001400 77  AUDIT-POSTED-COUNT          PIC 9(07) COMP VALUE ZERO.
001410 77  AUDIT-ALREADY-POSTED-COUNT  PIC 9(07) COMP VALUE ZERO.
001420 77  AUDIT-UNCONFIGURED-COUNT    PIC 9(07) COMP VALUE ZERO.
001430 77  AUDIT-UNUSABLE-COUNT        PIC 9(07) COMP VALUE ZERO.
001440 77  MACHINES-ADDED-COUNT        PIC 9(05) COMP VALUE ZERO.
001450 77  WORK-ORDERS-CUT-COUNT       PIC 9(05) COMP VALUE ZERO.
001460 77  ELAPSED-SECONDS             PIC S9(15) COMP VALUE ZERO.
001470 77  THRESHOLD-SECONDS           PIC 9(11) COMP VALUE ZERO.
001480 77  RPT-LINE-COUNT              PIC 9(03) COMP VALUE 99.
001490 77  RPT-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
001500 77  RPT-PAGE-LIMIT              PIC 9(03) COMP VALUE 55.
001510 77  TICKET-PAGE-COUNT           PIC 9(03) COMP VALUE ZERO.
001520 77  COUNT-EDIT                  PIC ZZZ,ZZ9.
001530 77  TICKET-THRESHOLD            PIC 9(05) VALUE ZERO.
001540 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001550 77  RUN-DATE-NUM                PIC 9(08) VALUE ZERO.
001560*    AN AUDIT STAMP (YYYYMMDDHHMMSSHH) TAKEN APART FOR THE
001570*    SERIAL-SECONDS ARITHMETIC.
001580 01  STAMP-WORK.
001590     03  STAMP-DATE              PIC 9(08).
001600     03  STAMP-HH                PIC 9(02).
001610     03  STAMP-MI                PIC 9(02).
001620     03  STAMP-SS                PIC 9(02).
001630     03  FILLER                  PIC X(02).
001640 01  STAMP-WORK-X                REDEFINES STAMP-WORK.
001650     03  STAMP-DIGITS            PIC X(14).
001660     03  FILLER                  PIC X(02).
001670*    SERIAL DATE WORK FIELDS (MARCH-BASED SERIAL DAY AS IN
001680*    LOGARCH 6900-DATE-TO-SERIAL; ONLY DIFFERENCES OF SERIALS
001690*    ARE USED).
001700 01  WORK-DATE-NUM               PIC 9(08) VALUE ZERO.
001710 01  WORK-DATE-X                 REDEFINES WORK-DATE-NUM.
001720     03  WORK-DATE-YYYY          PIC 9(04).
001730     03  WORK-DATE-MM            PIC 9(02).
001740     03  WORK-DATE-DD            PIC 9(02).
001750 77  WORK-TIME-HH                PIC 9(02) VALUE ZERO.
001760 77  WORK-TIME-MM                PIC 9(02) VALUE ZERO.
001770 77  WORK-TIME-SS                PIC 9(02) VALUE ZERO.
001780 77  ADJUSTED-YEAR               PIC S9(09) COMP VALUE ZERO.
001790 77  ADJUSTED-MONTH              PIC S9(04) COMP VALUE ZERO.
001800 77  WORK-SERIAL-DAYS            PIC S9(09) COMP VALUE ZERO.
001810 77  WORK-SERIAL-SECONDS         PIC S9(15) COMP VALUE ZERO.
001820*    AN MMDDYYYY DATE TAKEN APART FOR PRINTING.
001830 01  MDY-DATE-NUM                PIC 9(08) VALUE ZERO.
001840 01  MDY-DATE-X                  REDEFINES MDY-DATE-NUM.
001850     03  MDY-MM                  PIC 9(02).
001860     03  MDY-DD                  PIC 9(02).
001870     03  MDY-YYYY                PIC 9(04).
001880 01  DATE-EDIT-WORK.
001890     03  DE-MM                   PIC 9(02).
001900     03  FILLER                  PIC X(01) VALUE "/".
001910     03  DE-DD                   PIC 9(02).
001920     03  FILLER                  PIC X(01) VALUE "/".
001930     03  DE-YYYY                 PIC 9(04).
001940*    ONE ENTRY PER LINE ON THE CONFIGURATION MASTER, CARRYING ITS
001950*    SERVICE SETTINGS AND ITS RUN-HOURS RECORD FOR THE NIGHT.
001960*    THE MASTER IS WRITTEN BACK FROM THE TABLE AT THE END OF THE
001970*    RUN, SO A RUN THAT STOPS SHORT POSTS NOTHING.
001980 01  MACHINE-TABLE.
001990     03  MACHINE-COUNT           PIC 9(04) COMP VALUE ZERO.
002000     03  MACHINE-MAX             PIC 9(04) COMP VALUE 50.
002010     03  MACHINE-ENTRY OCCURS 50 TIMES
002020             INDEXED BY MACHINE-IDX.
002030         05  MT-MACHINE-ID       PIC X(02).
002040         05  MT-DESCRIPTION      PIC X(20).
002050         05  MT-HIGH-SPEED       PIC 9(03).
002060         05  MT-SERVICE-HOURS    PIC 9(05).
002070         05  MT-SERVICE-HS-HOURS PIC 9(05).
002080         05  MT-SERVICE-STOPS    PIC 9(03).
002090         05  MT-NEW-RECORD-FLAG  PIC X(01).
002100             88  MT-NEW-RECORD           VALUE "Y".
002110         05  MT-RUN-SECONDS      PIC 9(09) COMP.
002120         05  MT-HIGH-SPEED-SECONDS
002130                                 PIC 9(09) COMP.
002140         05  MT-ESTOP-COUNT      PIC 9(05) COMP.
002150         05  MT-LIFE-RUN-SECONDS PIC 9(11) COMP.
002160         05  MT-LAST-AUDIT-STAMP PIC X(16).
002170         05  MT-LAST-AUDIT-SECONDS
002180                                 PIC S9(15) COMP.
002190         05  MT-LAST-STAMP-COUNT PIC 9(05) COMP.
002200*            THE STAMP OF THE LINE'S LATEST ENTRY READ THIS RUN
002210*            AND ITS ORDINAL AMONG THE LINE'S ENTRIES AT THAT
002220*            STAMP.
002230         05  MT-READ-STAMP       PIC X(16).
002240         05  MT-READ-STAMP-ORDINAL
002250                                 PIC 9(05) COMP.
002260         05  MT-OPEN-WORK-ORDER  PIC X(08).
002270         05  MT-WORK-ORDER-DATE  PIC 9(08).
002280         05  MT-HOURS-DUE        PIC X(01).
002290         05  MT-HS-HOURS-DUE     PIC X(01).
002300         05  MT-STOPS-DUE        PIC X(01).
002310         05  MT-LAST-SERVICE-DATE
002320                                 PIC 9(08).
002330         05  MT-SERVICE-COUNT    PIC 9(05) COMP.
002340         05  MT-DAY-RUN-SECONDS  PIC 9(09) COMP.
002350         05  MT-DAY-HIGH-SPEED-SECONDS
002360                                 PIC 9(09) COMP.
002370         05  MT-DAY-ESTOP-COUNT  PIC 9(05) COMP.
002380         05  MT-WORK-ORDER-CUT-FLAG
002390                                 PIC X(01).
002400             88  MT-WORK-ORDER-CUT       VALUE "Y".
002410 01  REPORT-HEADING-1.
002420     03  FILLER                  PIC X(34)
002430         VALUE "MACHINE RUN-HOURS POSTING".
002440     03  FILLER                  PIC X(10) VALUE SPACES.
002450     03  FILLER                  PIC X(04) VALUE "RUN ".
002460     03  HD1-TIMESTAMP           PIC X(16) VALUE SPACES.
002470     03  FILLER                  PIC X(60) VALUE SPACES.
002480     03  FILLER                  PIC X(05) VALUE "PAGE ".
002490     03  HD1-PAGE                PIC ZZ9.
002500 01  COMPLETION-HEADER-LINE.
002510     03  FILLER                  PIC X(40)
002520         VALUE "WORK ORDERS REPORTED COMPLETE".
002530     03  FILLER                  PIC X(92) VALUE SPACES.
002540 01  COMPLETION-HEADING-2.
002550     03  FILLER                  PIC X(10) VALUE "WORK ORD".
002560     03  FILLER                  PIC X(04) VALUE "MC".
002570     03  FILLER                  PIC X(10) VALUE "TECH".
002580     03  FILLER                  PIC X(12) VALUE "COMPLETED".
002590     03  FILLER                  PIC X(10) VALUE " RUN HRS".
002600     03  FILLER                  PIC X(10) VALUE "  HS HRS".
002610     03  FILLER                  PIC X(08) VALUE " STOPS".
002620     03  FILLER                  PIC X(68) VALUE "DISPOSITION".
002630 01  COMPLETION-DETAIL-LINE.
002640     03  CD-WORK-ORDER           PIC X(08).
002650     03  FILLER                  PIC X(02).
002660     03  CD-MACHINE-ID           PIC X(02).
002670     03  FILLER                  PIC X(02).
002680     03  CD-TECHNICIAN-ID        PIC X(08).
002690     03  FILLER                  PIC X(02).
002700     03  CD-COMPLETED-DATE       PIC X(10).
002710     03  FILLER                  PIC X(02).
002720     03  CD-RUN-HOURS            PIC ZZ,ZZ9.9.
002730     03  FILLER                  PIC X(02).
002740     03  CD-HIGH-SPEED-HOURS     PIC ZZ,ZZ9.9.
002750     03  FILLER                  PIC X(02).
002760     03  CD-ESTOP-COUNT          PIC ZZ,ZZ9.
002770     03  FILLER                  PIC X(02).
002780     03  CD-DISPOSITION          PIC X(40).
002790     03  FILLER                  PIC X(28).
002800 01  SUMMARY-HEADER-LINE.
002810     03  FILLER                  PIC X(44)
002820         VALUE "RUN HOURS POSTED THIS RUN AND SINCE SERVICE".
002830     03  FILLER                  PIC X(88) VALUE SPACES.
002840 01  SUMMARY-HEADING-2.
002850     03  FILLER                  PIC X(26)
002860         VALUE "MC  DESCRIPTION".
002870     03  FILLER                  PIC X(09) VALUE " DAY RUN".
002880     03  FILLER                  PIC X(09) VALUE "  DAY HS".
002890     03  FILLER                  PIC X(09) VALUE " STOPS".
002900     03  FILLER                  PIC X(17)
002910         VALUE " RUN HRS/ LIMIT".
002920     03  FILLER                  PIC X(17)
002930         VALUE "  HS HRS/ LIMIT".
002940     03  FILLER                  PIC X(12) VALUE " STOPS/LIM".
002950     03  FILLER                  PIC X(33) VALUE "WORK ORDER".
002960 01  SUMMARY-DETAIL-LINE.
002970     03  SD-MACHINE-ID           PIC X(02).
002980     03  FILLER                  PIC X(02).
002990     03  SD-DESCRIPTION          PIC X(20).
003000     03  FILLER                  PIC X(02).
003010     03  SD-DAY-RUN-HOURS        PIC ZZ,ZZ9.9.
003020     03  FILLER                  PIC X(01).
003030     03  SD-DAY-HIGH-SPEED-HOURS PIC ZZ,ZZ9.9.
003040     03  FILLER                  PIC X(01).
003050     03  SD-DAY-ESTOP-COUNT      PIC ZZ,ZZ9.
003060     03  FILLER                  PIC X(03).
003070     03  SD-RUN-HOURS            PIC ZZ,ZZ9.9.
003080     03  FILLER                  PIC X(01).
003090     03  SD-SERVICE-HOURS        PIC ZZ,ZZ9.
003100     03  FILLER                  PIC X(02).
003110     03  SD-HIGH-SPEED-HOURS     PIC ZZ,ZZ9.9.
003120     03  FILLER                  PIC X(01).
003130     03  SD-SERVICE-HS-HOURS     PIC ZZ,ZZ9.
003140     03  FILLER                  PIC X(02).
003150     03  SD-ESTOP-COUNT          PIC ZZ,ZZ9.
003160     03  FILLER                  PIC X(01).
003170     03  SD-SERVICE-STOPS        PIC ZZ9.
003180     03  FILLER                  PIC X(02).
003190     03  SD-WORK-ORDER-STATUS    PIC X(18).
003200     03  FILLER                  PIC X(15).
003210 01  REPORT-TOTAL-LINE.
003220     03  RT-TOTAL-TEXT           PIC X(24).
003230     03  RT-TOTAL-COUNT          PIC ZZZ,ZZ9.
003240     03  FILLER                  PIC X(101) VALUE SPACES.
003250 01  TICKET-HEADING-1.
003260     03  FILLER                  PIC X(34)
003270         VALUE "PREVENTIVE MAINTENANCE WORK ORDER".
003280     03  FILLER                  PIC X(10) VALUE SPACES.
003290     03  FILLER                  PIC X(04) VALUE "RUN ".
003300     03  TH1-TIMESTAMP           PIC X(16) VALUE SPACES.
003310     03  FILLER                  PIC X(60) VALUE SPACES.
003320     03  FILLER                  PIC X(05) VALUE "PAGE ".
003330     03  TH1-PAGE                PIC ZZ9.
003340 01  TICKET-FIELD-LINE.
003350     03  TF-LABEL                PIC X(18).
003360     03  TF-VALUE                PIC X(40).
003370     03  FILLER                  PIC X(74).
003380 01  TICKET-COUNTER-HEADING.
003390     03  FILLER                  PIC X(21) VALUE "MEASURE".
003400     03  FILLER                  PIC X(11) VALUE "ACCUMULATED".
003410     03  FILLER                  PIC X(03) VALUE SPACES.
003420     03  FILLER                  PIC X(09) VALUE "THRESHOLD".
003430     03  FILLER                  PIC X(04) VALUE SPACES.
003440     03  FILLER                  PIC X(08) VALUE "DUE".
003450     03  FILLER                  PIC X(76) VALUE SPACES.
003460 01  TICKET-COUNTER-LINE.
003470     03  TC-LABEL                PIC X(24).
003480     03  TC-ACCUMULATED-HOURS    PIC ZZ,ZZ9.9.
003490     03  TC-ACCUMULATED-COUNT    REDEFINES TC-ACCUMULATED-HOURS
003500                                 PIC ZZZZ,ZZ9.
003510     03  FILLER                  PIC X(06).
003520     03  TC-THRESHOLD            PIC ZZ,ZZ9.
003530     03  FILLER                  PIC X(04).
003540     03  TC-DUE                  PIC X(08).
003550     03  FILLER                  PIC X(76).
003560 PROCEDURE DIVISION.
003570******************************************************************
003580*    0000-MAINLINE -- RUN CONTROL.                               *
003590******************************************************************
003600 0000-MAINLINE.
003610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003620     PERFORM 2000-APPLY-COMPLETIONS THRU 2000-EXIT
003630     PERFORM 3000-POST-AUDIT-TRAIL THRU 3000-EXIT
003640     PERFORM 4000-CHECK-SERVICE-DUE THRU 4000-EXIT
003650         VARYING MACHINE-IDX FROM 1 BY 1
003660         UNTIL MACHINE-IDX > MACHINE-COUNT
003670     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
003680     PERFORM 6000-UPDATE-MASTER THRU 6000-EXIT
003690         VARYING MACHINE-IDX FROM 1 BY 1
003700         UNTIL MACHINE-IDX > MACHINE-COUNT
003710     PERFORM 8000-TERMINATE THRU 8000-EXIT
003720     STOP RUN.
003730******************************************************************
003740*    1000-INITIALIZE -- OPEN FILES AND LOAD THE MACHINE TABLE.   *
003750*    THE RUN-HOURS MASTER AND SERVICE HISTORY ARE CREATED ON THE *
003760*    FIRST RUN (STATUS 05); NO COMPLETIONS OR NO AUDIT TRAIL IS  *
003770*    AN ORDINARY NIGHT.                                          *
003780******************************************************************
003790 1000-INITIALIZE.
003800     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
003810     MOVE RUN-TIMESTAMP (5:4)   TO RUN-DATE-NUM (1:4)
003820     MOVE RUN-TIMESTAMP (1:4)   TO RUN-DATE-NUM (5:4)
003830     OPEN INPUT  MACHINE-CONFIG
003840          INPUT  COMPLETION-TRANS
003850          INPUT  AUDIT-TRAIL
003860          I-O    RUN-HOURS-MASTER
003870          I-O    SERVICE-HISTORY
003880          OUTPUT WORK-ORDER-FILE
003890          OUTPUT POSTING-REPORT
003900          OUTPUT TICKET-REPORT
003910     IF MACHINE-CONFIG-STATUS NOT = "00"
003920         DISPLAY "RUNHPOST: OPEN FAILED, MACHCFG STATUS "
003930                 MACHINE-CONFIG-STATUS UPON CONSL
003940         GO TO 9999-ABORT-RUN
003950     END-IF
003960     IF RUN-HOURS-STATUS NOT = "00"
003970        AND RUN-HOURS-STATUS NOT = "05"
003980         DISPLAY "RUNHPOST: OPEN FAILED, RUNHRS STATUS "
003990                 RUN-HOURS-STATUS UPON CONSL
004000         GO TO 9999-ABORT-RUN
004010     END-IF
004020     IF SERVICE-HISTORY-STATUS NOT = "00"
004030        AND SERVICE-HISTORY-STATUS NOT = "05"
004040         DISPLAY "RUNHPOST: OPEN FAILED, SVCHIST STATUS "
004050                 SERVICE-HISTORY-STATUS UPON CONSL
004060         GO TO 9999-ABORT-RUN
004070     END-IF
004080     IF WORK-ORDER-STATUS NOT = "00"
004090         DISPLAY "RUNHPOST: OPEN FAILED, WORKORD STATUS "
004100                 WORK-ORDER-STATUS UPON CONSL
004110         GO TO 9999-ABORT-RUN
004120     END-IF
004130     PERFORM 1050-LOAD-MACHINES THRU 1050-EXIT.
004140 1000-EXIT.
004150     EXIT.
004160******************************************************************
004170*    1050-LOAD-MACHINES -- ONE TABLE ENTRY PER LINE ON THE       *
004180*    CONFIGURATION MASTER, WITH ITS RUN-HOURS RECORD.  AN EMPTY  *
004190*    MASTER STOPS THE RUN.                                       *
004200******************************************************************
004210 1050-LOAD-MACHINES.
004220     PERFORM 1060-LOAD-ONE-MACHINE THRU 1060-EXIT
004230         UNTIL AT-END-OF-CONFIG
004240     CLOSE MACHINE-CONFIG
004250     IF MACHINE-COUNT = ZERO
004260         DISPLAY "RUNHPOST: NO MACHINES ON MACHCFG" UPON CONSL
004270         GO TO 9999-ABORT-RUN
004280     END-IF.
004290 1050-EXIT.
004300     EXIT.
004310 1060-LOAD-ONE-MACHINE.
004320     READ MACHINE-CONFIG
004330         AT END
004340             MOVE "Y" TO AT-END-OF-CONFIG-FLAG
004350             GO TO 1060-EXIT
004360     END-READ
004370     IF MACHINE-COUNT >= MACHINE-MAX
004380         DISPLAY "RUNHPOST: MACHINE TABLE FULL" UPON CONSL
004390         GO TO 9999-ABORT-RUN
004400     END-IF
004410     ADD 1 TO MACHINE-COUNT
004420     SET MACHINE-IDX TO MACHINE-COUNT
004430     INITIALIZE MACHINE-ENTRY (MACHINE-IDX)
004440     MOVE MACH-CFG-MACHINE-ID  TO MT-MACHINE-ID (MACHINE-IDX)
004450     MOVE MACH-CFG-DESCRIPTION TO MT-DESCRIPTION (MACHINE-IDX)
004460*    RECORDS WRITTEN BEFORE THE SERVICE SETTINGS EXISTED CARRY
004470*    SPACES THERE; THEY STAY ZERO, WHICH IS NOT TRACKED.
004480     IF MACH-CFG-HIGH-SPEED NUMERIC
004490         MOVE MACH-CFG-HIGH-SPEED
004500             TO MT-HIGH-SPEED (MACHINE-IDX)
004510     END-IF
004520     IF MACH-CFG-SERVICE-HOURS NUMERIC
004530         MOVE MACH-CFG-SERVICE-HOURS
004540             TO MT-SERVICE-HOURS (MACHINE-IDX)
004550     END-IF
004560     IF MACH-CFG-SERVICE-HS-HOURS NUMERIC
004570         MOVE MACH-CFG-SERVICE-HS-HOURS
004580             TO MT-SERVICE-HS-HOURS (MACHINE-IDX)
004590     END-IF
004600     IF MACH-CFG-SERVICE-STOPS NUMERIC
004610         MOVE MACH-CFG-SERVICE-STOPS
004620             TO MT-SERVICE-STOPS (MACHINE-IDX)
004630     END-IF
004640     PERFORM 1100-LOAD-RUN-HOURS THRU 1100-EXIT.
004650 1060-EXIT.
004660     EXIT.
004670******************************************************************
004680*    1100-LOAD-RUN-HOURS -- THE LINE'S RUN-HOURS RECORD, OR A    *
004690*    CLEAR ONE TO BE WRITTEN AT THE END OF THE RUN FOR A LINE    *
004700*    NEW TO THE MASTER.                                          *
004710******************************************************************
004720 1100-LOAD-RUN-HOURS.
004730     MOVE MACH-CFG-MACHINE-ID TO RH-MACHINE-ID
004740     READ RUN-HOURS-MASTER
004750         INVALID KEY
004760             MOVE "Y"    TO MT-NEW-RECORD-FLAG (MACHINE-IDX)
004770             MOVE SPACES TO MT-LAST-AUDIT-STAMP (MACHINE-IDX)
004780             MOVE SPACES TO MT-OPEN-WORK-ORDER (MACHINE-IDX)
004790             MOVE "N"    TO MT-HOURS-DUE (MACHINE-IDX)
004800             MOVE "N"    TO MT-HS-HOURS-DUE (MACHINE-IDX)
004810             MOVE "N"    TO MT-STOPS-DUE (MACHINE-IDX)
004820             ADD 1 TO MACHINES-ADDED-COUNT
004830             GO TO 1100-EXIT
004840     END-READ
004850     MOVE "N"              TO MT-NEW-RECORD-FLAG (MACHINE-IDX)
004860     MOVE RH-RUN-SECONDS        TO MT-RUN-SECONDS (MACHINE-IDX)
004870     MOVE RH-HIGH-SPEED-SECONDS
004880         TO MT-HIGH-SPEED-SECONDS (MACHINE-IDX)
004890     MOVE RH-ESTOP-COUNT        TO MT-ESTOP-COUNT (MACHINE-IDX)
004900     MOVE RH-LIFE-RUN-SECONDS
004910         TO MT-LIFE-RUN-SECONDS (MACHINE-IDX)
004920     MOVE RH-LAST-AUDIT-STAMP
004930         TO MT-LAST-AUDIT-STAMP (MACHINE-IDX)
004940     MOVE RH-LAST-STAMP-COUNT
004950         TO MT-LAST-STAMP-COUNT (MACHINE-IDX)
004960     MOVE RH-OPEN-WORK-ORDER
004970         TO MT-OPEN-WORK-ORDER (MACHINE-IDX)
004980     MOVE RH-WORK-ORDER-DATE
004990         TO MT-WORK-ORDER-DATE (MACHINE-IDX)
005000     MOVE RH-HOURS-DUE          TO MT-HOURS-DUE (MACHINE-IDX)
005010     MOVE RH-HS-HOURS-DUE       TO MT-HS-HOURS-DUE (MACHINE-IDX)
005020     MOVE RH-STOPS-DUE          TO MT-STOPS-DUE (MACHINE-IDX)
005030     MOVE RH-LAST-SERVICE-DATE
005040         TO MT-LAST-SERVICE-DATE (MACHINE-IDX)
005050     MOVE RH-SERVICE-COUNT      TO MT-SERVICE-COUNT (MACHINE-IDX)
005060     IF RH-LAST-AUDIT-STAMP NOT = SPACES
005070         MOVE RH-LAST-AUDIT-STAMP TO STAMP-WORK
005080         PERFORM 7940-STAMP-TO-SECONDS THRU 7940-EXIT
005090         MOVE WORK-SERIAL-SECONDS
005100             TO MT-LAST-AUDIT-SECONDS (MACHINE-IDX)
005110     END-IF.
005120 1100-EXIT.
005130     EXIT.
005140******************************************************************
005150*    2000-APPLY-COMPLETIONS -- EVERY WORK ORDER MAINTENANCE HAS  *
005160*    REPORTED COMPLETE, ON THE FIRST PAGE OF THE REPORT.         *
005170******************************************************************
005180 2000-APPLY-COMPLETIONS.
005190     PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
005200     WRITE POSTING-PRINT-LINE FROM COMPLETION-HEADER-LINE
005210         AFTER ADVANCING 2 LINES
005220     WRITE POSTING-PRINT-LINE FROM COMPLETION-HEADING-2
005230         AFTER ADVANCING 2 LINES
005240     MOVE SPACES TO POSTING-PRINT-LINE
005250     WRITE POSTING-PRINT-LINE AFTER ADVANCING 1 LINE
005260     ADD 5 TO RPT-LINE-COUNT
005270     PERFORM 2100-APPLY-ONE-COMPLETION THRU 2100-EXIT
005280         UNTIL AT-END-OF-COMPLETIONS
005290     IF COMPLETIONS-READ-COUNT = ZERO
005300         MOVE "NO WORK ORDERS REPORTED COMPLETE"
005310             TO POSTING-PRINT-LINE
005320         WRITE POSTING-PRINT-LINE AFTER ADVANCING 1 LINE
005330         ADD 1 TO RPT-LINE-COUNT
005340     END-IF.
005350 2000-EXIT.
005360     EXIT.
005370******************************************************************
005380*    2100-APPLY-ONE-COMPLETION -- A COMPLETION MUST NAME THE     *
005390*    WORK ORDER OPEN ON A CONFIGURED LINE AND CARRY THE          *
005400*    TECHNICIAN; A BLANK DATE IS THE RUN DATE.  AN ACCEPTED ONE  *
005410*    IS FILED ON THE SERVICE HISTORY AND CLEARS THE LINE'S       *
005420*    COUNTERS.  EITHER WAY IT PRINTS WITH ITS DISPOSITION.       *
005430******************************************************************
005440 2100-APPLY-ONE-COMPLETION.
005450     READ COMPLETION-TRANS
005460         AT END
005470             MOVE "Y" TO AT-END-OF-COMPLETIONS-FLAG
005480             GO TO 2100-EXIT
005490     END-READ
005500     ADD 1 TO COMPLETIONS-READ-COUNT
005510     PERFORM 2200-EDIT-COMPLETION THRU 2200-EXIT
005520     MOVE SPACES             TO COMPLETION-DETAIL-LINE
005530     MOVE WC-WORK-ORDER      TO CD-WORK-ORDER
005540     MOVE WC-MACHINE-ID      TO CD-MACHINE-ID
005550     MOVE WC-TECHNICIAN-ID   TO CD-TECHNICIAN-ID
005560     IF NOT COMPLETION-VALID
005570         ADD 1 TO COMPLETIONS-REJECTED-COUNT
005580         MOVE WC-COMPLETED-DATE TO CD-COMPLETED-DATE
005590         STRING "REJECTED - " DELIMITED BY SIZE
005600                COMPLETION-REJECT-TEXT DELIMITED BY SIZE
005610                INTO CD-DISPOSITION
005620         END-STRING
005630         PERFORM 7600-WRITE-COMPLETION-LINE THRU 7600-EXIT
005640         GO TO 2100-EXIT
005650     END-IF
005660     MOVE COMPLETED-DATE-NUM TO MDY-DATE-NUM
005670     PERFORM 7700-EDIT-MDY-DATE THRU 7700-EXIT
005680     MOVE DATE-EDIT-WORK     TO CD-COMPLETED-DATE
005690     COMPUTE CD-RUN-HOURS ROUNDED
005700         = MT-RUN-SECONDS (MACHINE-IDX) / 3600
005710     COMPUTE CD-HIGH-SPEED-HOURS ROUNDED
005720         = MT-HIGH-SPEED-SECONDS (MACHINE-IDX) / 3600
005730     MOVE MT-ESTOP-COUNT (MACHINE-IDX) TO CD-ESTOP-COUNT
005740     MOVE "APPLIED - COUNTERS CLEARED" TO CD-DISPOSITION
005750     PERFORM 2300-FILE-SERVICE-HISTORY THRU 2300-EXIT
005760     MOVE ZERO   TO MT-RUN-SECONDS (MACHINE-IDX)
005770     MOVE ZERO   TO MT-HIGH-SPEED-SECONDS (MACHINE-IDX)
005780     MOVE ZERO   TO MT-ESTOP-COUNT (MACHINE-IDX)
005790     MOVE SPACES TO MT-OPEN-WORK-ORDER (MACHINE-IDX)
005800     MOVE ZERO   TO MT-WORK-ORDER-DATE (MACHINE-IDX)
005810     MOVE "N"    TO MT-HOURS-DUE (MACHINE-IDX)
005820     MOVE "N"    TO MT-HS-HOURS-DUE (MACHINE-IDX)
005830     MOVE "N"    TO MT-STOPS-DUE (MACHINE-IDX)
005840     MOVE COMPLETED-DATE-NUM TO MT-LAST-SERVICE-DATE (MACHINE-IDX)
005850     ADD 1 TO MT-SERVICE-COUNT (MACHINE-IDX)
005860     ADD 1 TO COMPLETIONS-APPLIED-COUNT
005870     PERFORM 7600-WRITE-COMPLETION-LINE THRU 7600-EXIT.
005880 2100-EXIT.
005890     EXIT.
005900******************************************************************
005910*    2200-EDIT-COMPLETION -- A FAILED EDIT LEAVES THE REASON IN  *
005920*    COMPLETION-REJECT-TEXT.  A GOOD ONE LEAVES MACHINE-IDX ON   *
005930*    THE LINE AND THE DATE IN COMPLETED-DATE-NUM.                *
005940******************************************************************
005950 2200-EDIT-COMPLETION.
005960     MOVE "Y"    TO COMPLETION-VALID-FLAG
005970     MOVE SPACES TO COMPLETION-REJECT-TEXT
005980     SET MACHINE-IDX TO 1
005990     SEARCH MACHINE-ENTRY
006000         AT END
006010             MOVE "N" TO COMPLETION-VALID-FLAG
006020         WHEN MACHINE-IDX > MACHINE-COUNT
006030             MOVE "N" TO COMPLETION-VALID-FLAG
006040         WHEN MT-MACHINE-ID (MACHINE-IDX) = WC-MACHINE-ID
006050             CONTINUE
006060     END-SEARCH
006070     IF NOT COMPLETION-VALID
006080         MOVE "MACHINE NOT CONFIGURED" TO COMPLETION-REJECT-TEXT
006090         GO TO 2200-EXIT
006100     END-IF
006110     IF MT-OPEN-WORK-ORDER (MACHINE-IDX) = SPACES
006120         MOVE "N" TO COMPLETION-VALID-FLAG
006130         MOVE "NO WORK ORDER OPEN" TO COMPLETION-REJECT-TEXT
006140         GO TO 2200-EXIT
006150     END-IF
006160     IF WC-WORK-ORDER NOT = MT-OPEN-WORK-ORDER (MACHINE-IDX)
006170         MOVE "N" TO COMPLETION-VALID-FLAG
006180         MOVE "NOT THE OPEN WORK ORDER" TO COMPLETION-REJECT-TEXT
006190         GO TO 2200-EXIT
006200     END-IF
006210     IF WC-TECHNICIAN-ID = SPACES
006220         MOVE "N" TO COMPLETION-VALID-FLAG
006230         MOVE "MISSING TECHNICIAN" TO COMPLETION-REJECT-TEXT
006240         GO TO 2200-EXIT
006250     END-IF
006260     IF WC-COMPLETED-DATE = SPACES
006270         MOVE RUN-DATE-NUM TO COMPLETED-DATE-NUM
006280         GO TO 2200-EXIT
006290     END-IF
006300     IF WC-COMPLETED-DATE NOT NUMERIC
006310         MOVE "N" TO COMPLETION-VALID-FLAG
006320         MOVE "INVALID COMPLETION DATE" TO COMPLETION-REJECT-TEXT
006330         GO TO 2200-EXIT
006340     END-IF
006350     IF WC-COMPLETED-MM < 1 OR WC-COMPLETED-MM > 12
006360      OR WC-COMPLETED-DD < 1 OR WC-COMPLETED-DD > 31
006370      OR WC-COMPLETED-YYYY < 2000
006380         MOVE "N" TO COMPLETION-VALID-FLAG
006390         MOVE "INVALID COMPLETION DATE" TO COMPLETION-REJECT-TEXT
006400         GO TO 2200-EXIT
006410     END-IF
006420     MOVE WC-COMPLETED-DATE-NUM TO COMPLETED-DATE-NUM.
006430 2200-EXIT.
006440     EXIT.
006450******************************************************************
006460*    2300-FILE-SERVICE-HISTORY -- ONE HISTORY RECORD FOR THE     *
006470*    COMPLETED WORK ORDER, REWRITTEN IN PLACE WHEN A RERUN OF    *
006480*    THE NIGHT FINDS IT ALREADY FILED.                           *
006490******************************************************************
006500 2300-FILE-SERVICE-HISTORY.
006510     MOVE SPACES TO SERVICE-HISTORY-RECORD
006520     MOVE MT-MACHINE-ID (MACHINE-IDX)  TO SVC-HIST-MACHINE-ID
006530     MOVE MT-OPEN-WORK-ORDER (MACHINE-IDX)
006540                                       TO SVC-HIST-WORK-ORDER
006550     MOVE MT-DESCRIPTION (MACHINE-IDX) TO SVC-HIST-DESCRIPTION
006560     MOVE MT-WORK-ORDER-DATE (MACHINE-IDX)
006570                                       TO SVC-HIST-CUT-DATE
006580     MOVE COMPLETED-DATE-NUM           TO SVC-HIST-COMPLETED-DATE
006590     MOVE WC-TECHNICIAN-ID             TO SVC-HIST-TECHNICIAN-ID
006600     MOVE MT-HOURS-DUE (MACHINE-IDX)   TO SVC-HIST-HOURS-DUE
006610     MOVE MT-HS-HOURS-DUE (MACHINE-IDX)
006620                                       TO SVC-HIST-HS-HOURS-DUE
006630     MOVE MT-STOPS-DUE (MACHINE-IDX)   TO SVC-HIST-STOPS-DUE
006640     COMPUTE SVC-HIST-RUN-HOURS ROUNDED
006650         = MT-RUN-SECONDS (MACHINE-IDX) / 3600
006660     COMPUTE SVC-HIST-HIGH-SPEED-HOURS ROUNDED
006670         = MT-HIGH-SPEED-SECONDS (MACHINE-IDX) / 3600
006680     MOVE MT-ESTOP-COUNT (MACHINE-IDX) TO SVC-HIST-ESTOP-COUNT
006690     COMPUTE SVC-HIST-LIFE-RUN-HOURS ROUNDED
006700         = MT-LIFE-RUN-SECONDS (MACHINE-IDX) / 3600
006710     MOVE WC-NOTES                     TO SVC-HIST-NOTES
006720     MOVE RUN-DATE-NUM                 TO SVC-HIST-POSTED-DATE
006730     WRITE SERVICE-HISTORY-RECORD
006740         INVALID KEY
006750             REWRITE SERVICE-HISTORY-RECORD
006760                 INVALID KEY
006770                     DISPLAY "RUNHPOST: SVCHIST REWRITE FAILED, "
006780                             "STATUS " SERVICE-HISTORY-STATUS
006790                         UPON CONSL
006800                     GO TO 9999-ABORT-RUN
006810             END-REWRITE
006820     END-WRITE.
006830 2300-EXIT.
006840     EXIT.
006850******************************************************************
006860*    3000-POST-AUDIT-TRAIL -- EVERY AUDIT ENTRY, IN THE ORDER IT *
006870*    WAS WRITTEN.                                                *
006880******************************************************************
006890 3000-POST-AUDIT-TRAIL.
006900     PERFORM 3100-POST-ONE-ENTRY THRU 3100-EXIT
006910         UNTIL AT-END-OF-AUDIT.
006920 3000-EXIT.
006930     EXIT.
006940******************************************************************
006950*    3100-POST-ONE-ENTRY -- AN ENTRY NO NEWER THAN THE LAST ONE  *
006960*    POSTED FOR ITS LINE IS SKIPPED.  OTHERWISE THE TIME SINCE   *
006970*    THE LINE'S PREVIOUS ENTRY IS CREDITED AT THIS ENTRY'S OLD   *
006980*    SPEED, AN EMERGENCY STOP IS COUNTED, AND THE ENTRY BECOMES  *
006990*    THE LINE'S LAST POSTED.                                     *
007000******************************************************************
007010 3100-POST-ONE-ENTRY.
007020     READ AUDIT-TRAIL
007030         AT END
007040             MOVE "Y" TO AT-END-OF-AUDIT-FLAG
007050             GO TO 3100-EXIT
007060     END-READ
007070     ADD 1 TO AUDIT-READ-COUNT
007080     MOVE AUDIT-MACHINE-ID TO ENTRY-MACHINE-ID
007090     IF ENTRY-MACHINE-ID = SPACES
007100         MOVE "01" TO ENTRY-MACHINE-ID
007110     END-IF
007120     SET MACHINE-IDX TO 1
007130     SEARCH MACHINE-ENTRY
007140         AT END
007150             ADD 1 TO AUDIT-UNCONFIGURED-COUNT
007160             GO TO 3100-EXIT
007170         WHEN MACHINE-IDX > MACHINE-COUNT
007180             ADD 1 TO AUDIT-UNCONFIGURED-COUNT
007190             GO TO 3100-EXIT
007200         WHEN MT-MACHINE-ID (MACHINE-IDX) = ENTRY-MACHINE-ID
007210             CONTINUE
007220     END-SEARCH
007230     MOVE AUDIT-TIMESTAMP (1:16) TO STAMP-WORK
007240     IF STAMP-DIGITS NOT NUMERIC
007250         ADD 1 TO AUDIT-UNUSABLE-COUNT
007260         GO TO 3100-EXIT
007270     END-IF
007280*    SEVERAL ENTRIES CAN CARRY THE SAME STAMP; AT THE LAST STAMP
007290*    POSTED ONLY THOSE PAST THE COUNT ALREADY POSTED ARE NEW.
007300     IF STAMP-WORK = MT-READ-STAMP (MACHINE-IDX)
007310         ADD 1 TO MT-READ-STAMP-ORDINAL (MACHINE-IDX)
007320     ELSE
007330         MOVE STAMP-WORK TO MT-READ-STAMP (MACHINE-IDX)
007340         MOVE 1          TO MT-READ-STAMP-ORDINAL (MACHINE-IDX)
007350     END-IF
007360     IF STAMP-WORK < MT-LAST-AUDIT-STAMP (MACHINE-IDX)
007370      OR (STAMP-WORK = MT-LAST-AUDIT-STAMP (MACHINE-IDX)
007380          AND MT-READ-STAMP-ORDINAL (MACHINE-IDX)
007390              NOT > MT-LAST-STAMP-COUNT (MACHINE-IDX))
007400         ADD 1 TO AUDIT-ALREADY-POSTED-COUNT
007410         GO TO 3100-EXIT
007420     END-IF
007430     PERFORM 7940-STAMP-TO-SECONDS THRU 7940-EXIT
007440     IF MT-LAST-AUDIT-STAMP (MACHINE-IDX) NOT = SPACES
007450      AND AUDIT-OLD-SPEED NUMERIC
007460      AND AUDIT-OLD-SPEED > ZERO
007470         COMPUTE ELAPSED-SECONDS
007480             = WORK-SERIAL-SECONDS
007490             - MT-LAST-AUDIT-SECONDS (MACHINE-IDX)
007500         IF ELAPSED-SECONDS > ZERO
007510             PERFORM 3200-CREDIT-RUNNING-TIME THRU 3200-EXIT
007520         END-IF
007530     END-IF
007540     IF AUDIT-EMERGENCY-STOP
007550         ADD 1 TO MT-ESTOP-COUNT (MACHINE-IDX)
007560         ADD 1 TO MT-DAY-ESTOP-COUNT (MACHINE-IDX)
007570     END-IF
007580     MOVE STAMP-WORK          TO MT-LAST-AUDIT-STAMP (MACHINE-IDX)
007590     MOVE MT-READ-STAMP-ORDINAL (MACHINE-IDX)
007600         TO MT-LAST-STAMP-COUNT (MACHINE-IDX)
007610     MOVE WORK-SERIAL-SECONDS
007620         TO MT-LAST-AUDIT-SECONDS (MACHINE-IDX)
007630     ADD 1 TO AUDIT-POSTED-COUNT.
007640 3100-EXIT.
007650     EXIT.
007660******************************************************************
007670*    3200-CREDIT-RUNNING-TIME -- ELAPSED-SECONDS TO THE LINE'S   *
007680*    RUNNING TIME, AND TO ITS HIGH-SPEED TIME WHEN THE SPEED WAS *
007690*    AT OR ABOVE ITS HIGH-SPEED LEVEL (A ZERO LEVEL IS NOT       *
007700*    TRACKED).                                                   *
007710******************************************************************
007720 3200-CREDIT-RUNNING-TIME.
007730     ADD ELAPSED-SECONDS TO MT-RUN-SECONDS (MACHINE-IDX)
007740     ADD ELAPSED-SECONDS TO MT-LIFE-RUN-SECONDS (MACHINE-IDX)
007750     ADD ELAPSED-SECONDS TO MT-DAY-RUN-SECONDS (MACHINE-IDX)
007760     IF MT-HIGH-SPEED (MACHINE-IDX) > ZERO
007770      AND AUDIT-OLD-SPEED NOT < MT-HIGH-SPEED (MACHINE-IDX)
007780         ADD ELAPSED-SECONDS
007790             TO MT-HIGH-SPEED-SECONDS (MACHINE-IDX)
007800         ADD ELAPSED-SECONDS
007810             TO MT-DAY-HIGH-SPEED-SECONDS (MACHINE-IDX)
007820     END-IF.
007830 3200-EXIT.
007840     EXIT.
007850******************************************************************
007860*    4000-CHECK-SERVICE-DUE -- A LINE WITH NO WORK ORDER OPEN    *
007870*    THAT HAS REACHED ANY NON-ZERO THRESHOLD GETS ONE.  A LINE   *
007880*    WITH ONE OPEN IS NOT CUT ANOTHER UNTIL IT IS COMPLETED.     *
007890******************************************************************
007900 4000-CHECK-SERVICE-DUE.
007910     IF MT-OPEN-WORK-ORDER (MACHINE-IDX) NOT = SPACES
007920         GO TO 4000-EXIT
007930     END-IF
007940     MOVE "N" TO MT-HOURS-DUE (MACHINE-IDX)
007950     MOVE "N" TO MT-HS-HOURS-DUE (MACHINE-IDX)
007960     MOVE "N" TO MT-STOPS-DUE (MACHINE-IDX)
007970     IF MT-SERVICE-HOURS (MACHINE-IDX) > ZERO
007980         COMPUTE THRESHOLD-SECONDS
007990             = MT-SERVICE-HOURS (MACHINE-IDX) * 3600
008000         IF MT-RUN-SECONDS (MACHINE-IDX) NOT < THRESHOLD-SECONDS
008010             MOVE "Y" TO MT-HOURS-DUE (MACHINE-IDX)
008020         END-IF
008030     END-IF
008040     IF MT-SERVICE-HS-HOURS (MACHINE-IDX) > ZERO
008050         COMPUTE THRESHOLD-SECONDS
008060             = MT-SERVICE-HS-HOURS (MACHINE-IDX) * 3600
008070         IF MT-HIGH-SPEED-SECONDS (MACHINE-IDX)
008080                 NOT < THRESHOLD-SECONDS
008090             MOVE "Y" TO MT-HS-HOURS-DUE (MACHINE-IDX)
008100         END-IF
008110     END-IF
008120     IF MT-SERVICE-STOPS (MACHINE-IDX) > ZERO
008130      AND MT-ESTOP-COUNT (MACHINE-IDX)
008140             NOT < MT-SERVICE-STOPS (MACHINE-IDX)
008150         MOVE "Y" TO MT-STOPS-DUE (MACHINE-IDX)
008160     END-IF
008170     IF MT-HOURS-DUE (MACHINE-IDX) = "Y"
008180      OR MT-HS-HOURS-DUE (MACHINE-IDX) = "Y"
008190      OR MT-STOPS-DUE (MACHINE-IDX) = "Y"
008200         PERFORM 4100-CUT-WORK-ORDER THRU 4100-EXIT
008210     END-IF.
008220 4000-EXIT.
008230     EXIT.
008240******************************************************************
008250*    4100-CUT-WORK-ORDER -- NUMBER THE ORDER FROM THE LINE'S     *
008260*    NEXT SERVICE SEQUENCE, PRINT ITS TICKET AND WRITE IT.       *
008270******************************************************************
008280 4100-CUT-WORK-ORDER.
008290     MOVE SPACES TO WORK-ORDER-RECORD
008300     MOVE MT-MACHINE-ID (MACHINE-IDX)  TO WO-NUMBER-MACHINE
008310     COMPUTE WO-NUMBER-SEQUENCE
008320         = MT-SERVICE-COUNT (MACHINE-IDX) + 1
008330     MOVE MT-MACHINE-ID (MACHINE-IDX)  TO WO-MACHINE-ID
008340     MOVE MT-DESCRIPTION (MACHINE-IDX) TO WO-MACHINE-DESCRIPTION
008350     MOVE RUN-DATE-NUM                 TO WO-CUT-DATE
008360     MOVE MT-HOURS-DUE (MACHINE-IDX)   TO WO-HOURS-DUE
008370     MOVE MT-HS-HOURS-DUE (MACHINE-IDX) TO WO-HS-HOURS-DUE
008380     MOVE MT-STOPS-DUE (MACHINE-IDX)   TO WO-STOPS-DUE
008390     COMPUTE WO-RUN-HOURS ROUNDED
008400         = MT-RUN-SECONDS (MACHINE-IDX) / 3600
008410     COMPUTE WO-HIGH-SPEED-HOURS ROUNDED
008420         = MT-HIGH-SPEED-SECONDS (MACHINE-IDX) / 3600
008430     MOVE MT-ESTOP-COUNT (MACHINE-IDX) TO WO-ESTOP-COUNT
008440     MOVE MT-SERVICE-HOURS (MACHINE-IDX) TO WO-SERVICE-HOURS
008450     MOVE MT-SERVICE-HS-HOURS (MACHINE-IDX)
008460                                       TO WO-SERVICE-HS-HOURS
008470     MOVE MT-SERVICE-STOPS (MACHINE-IDX) TO WO-SERVICE-STOPS
008480     MOVE WO-NUMBER     TO MT-OPEN-WORK-ORDER (MACHINE-IDX)
008490     MOVE RUN-DATE-NUM  TO MT-WORK-ORDER-DATE (MACHINE-IDX)
008500     MOVE "Y"           TO MT-WORK-ORDER-CUT-FLAG (MACHINE-IDX)
008510*    THE TICKET IS PRINTED FROM THE RECORD AREA BEFORE THE WRITE
008520*    -- THE AREA IS NOT AVAILABLE AFTER A SUCCESSFUL I-O.
008530     PERFORM 4200-PRINT-TICKET THRU 4200-EXIT
008540     WRITE WORK-ORDER-RECORD
008550     IF WORK-ORDER-STATUS NOT = "00"
008560         DISPLAY "RUNHPOST: WORKORD WRITE FAILED, STATUS "
008570                 WORK-ORDER-STATUS UPON CONSL
008580         GO TO 9999-ABORT-RUN
008590     END-IF
008600     ADD 1 TO WORK-ORDERS-CUT-COUNT
008610     DISPLAY "RUNHPOST: WORK ORDER "
008620             MT-OPEN-WORK-ORDER (MACHINE-IDX)
008630             " CUT FOR MACHINE " MT-MACHINE-ID (MACHINE-IDX)
008640         UPON CONSL.
008650 4100-EXIT.
008660     EXIT.
008670******************************************************************
008680*    4200-PRINT-TICKET -- ONE PAGE PER WORK ORDER FOR THE        *
008690*    MAINTENANCE CREW, SIGNED OFF AND RETURNED FOR WOCOMP ENTRY. *
008700******************************************************************
008710 4200-PRINT-TICKET.
008720     ADD 1 TO TICKET-PAGE-COUNT
008730     MOVE RUN-TIMESTAMP (1:16) TO TH1-TIMESTAMP
008740     MOVE TICKET-PAGE-COUNT    TO TH1-PAGE
008750     WRITE TICKET-PRINT-LINE FROM TICKET-HEADING-1
008760         AFTER ADVANCING PAGE
008770     MOVE SPACES               TO TICKET-FIELD-LINE
008780     MOVE "WORK ORDER      :" TO TF-LABEL
008790     MOVE WO-NUMBER            TO TF-VALUE
008800     WRITE TICKET-PRINT-LINE FROM TICKET-FIELD-LINE
008810         AFTER ADVANCING 3 LINES
008820     MOVE "MACHINE         :" TO TF-LABEL
008830     MOVE SPACES               TO TF-VALUE
008840     STRING WO-MACHINE-ID          DELIMITED BY SIZE
008850            "  "                   DELIMITED BY SIZE
008860            WO-MACHINE-DESCRIPTION DELIMITED BY SIZE
008870            INTO TF-VALUE
008880     END-STRING
008890     WRITE TICKET-PRINT-LINE FROM TICKET-FIELD-LINE
008900         AFTER ADVANCING 1 LINE
008910     MOVE "DATE CUT        :" TO TF-LABEL
008920     MOVE WO-CUT-DATE          TO MDY-DATE-NUM
008930     PERFORM 7700-EDIT-MDY-DATE THRU 7700-EXIT
008940     MOVE DATE-EDIT-WORK       TO TF-VALUE
008950     WRITE TICKET-PRINT-LINE FROM TICKET-FIELD-LINE
008960         AFTER ADVANCING 1 LINE
008970     MOVE "LAST SERVICE    :" TO TF-LABEL
008980     IF MT-LAST-SERVICE-DATE (MACHINE-IDX) = ZERO
008990         MOVE "NONE ON FILE"   TO TF-VALUE
009000     ELSE
009010         MOVE MT-LAST-SERVICE-DATE (MACHINE-IDX) TO MDY-DATE-NUM
009020         PERFORM 7700-EDIT-MDY-DATE THRU 7700-EXIT
009030         MOVE DATE-EDIT-WORK   TO TF-VALUE
009040     END-IF
009050     WRITE TICKET-PRINT-LINE FROM TICKET-FIELD-LINE
009060         AFTER ADVANCING 1 LINE
009070     MOVE "SERVICES TO DATE:" TO TF-LABEL
009080     MOVE MT-SERVICE-COUNT (MACHINE-IDX) TO COUNT-EDIT
009090     MOVE COUNT-EDIT           TO TF-VALUE
009100     WRITE TICKET-PRINT-LINE FROM TICKET-FIELD-LINE
009110         AFTER ADVANCING 1 LINE
009120     MOVE "HIGH-SPEED LEVEL:" TO TF-LABEL
009130     MOVE MT-HIGH-SPEED (MACHINE-IDX) TO COUNT-EDIT
009140     MOVE COUNT-EDIT           TO TF-VALUE
009150     WRITE TICKET-PRINT-LINE FROM TICKET-FIELD-LINE
009160         AFTER ADVANCING 1 LINE
009170     WRITE TICKET-PRINT-LINE FROM TICKET-COUNTER-HEADING
009180         AFTER ADVANCING 3 LINES
009190     MOVE SPACES               TO TICKET-COUNTER-LINE
009200     MOVE "RUN HOURS"          TO TC-LABEL
009210     MOVE WO-RUN-HOURS         TO TC-ACCUMULATED-HOURS
009220     MOVE WO-SERVICE-HOURS     TO TICKET-THRESHOLD
009230     MOVE WO-HOURS-DUE         TO TC-DUE
009240     PERFORM 4250-WRITE-COUNTER-LINE THRU 4250-EXIT
009250     MOVE "HIGH-SPEED HOURS"   TO TC-LABEL
009260     MOVE WO-HIGH-SPEED-HOURS  TO TC-ACCUMULATED-HOURS
009270     MOVE WO-SERVICE-HS-HOURS  TO TICKET-THRESHOLD
009280     MOVE WO-HS-HOURS-DUE      TO TC-DUE
009290     PERFORM 4250-WRITE-COUNTER-LINE THRU 4250-EXIT
009300     MOVE "EMERGENCY STOPS"    TO TC-LABEL
009310     MOVE WO-ESTOP-COUNT       TO TC-ACCUMULATED-COUNT
009320     MOVE WO-SERVICE-STOPS     TO TICKET-THRESHOLD
009330     MOVE WO-STOPS-DUE         TO TC-DUE
009340     PERFORM 4250-WRITE-COUNTER-LINE THRU 4250-EXIT
009350     MOVE "WORK PERFORMED  : ________________________________"
009360         TO TICKET-PRINT-LINE
009370     WRITE TICKET-PRINT-LINE AFTER ADVANCING 3 LINES
009380     MOVE "                  ________________________________"
009390         TO TICKET-PRINT-LINE
009400     WRITE TICKET-PRINT-LINE AFTER ADVANCING 2 LINES
009410     MOVE "TECHNICIAN ID   : ________   DATE COMPLETED : ________"
009420         TO TICKET-PRINT-LINE
009430     WRITE TICKET-PRINT-LINE AFTER ADVANCING 2 LINES
009440     MOVE "RETURN THE SIGNED TICKET FOR WOCOMP ENTRY"
009450         TO TICKET-PRINT-LINE
009460     WRITE TICKET-PRINT-LINE AFTER ADVANCING 3 LINES.
009470 4200-EXIT.
009480     EXIT.
009490*    A DUE FLAG OF "Y" PRINTS AS THE DUE MARK; A ZERO THRESHOLD
009500*    IS NOT TRACKED.
009510 4250-WRITE-COUNTER-LINE.
009520     MOVE TICKET-THRESHOLD TO TC-THRESHOLD
009530     EVALUATE TRUE
009540         WHEN TC-DUE = "Y"
009550             MOVE "** DUE" TO TC-DUE
009560         WHEN TICKET-THRESHOLD = ZERO
009570             MOVE "NOT SET" TO TC-DUE
009580         WHEN OTHER
009590             MOVE SPACES TO TC-DUE
009600     END-EVALUATE
009610     WRITE TICKET-PRINT-LINE FROM TICKET-COUNTER-LINE
009620         AFTER ADVANCING 1 LINE
009630     MOVE SPACES TO TICKET-COUNTER-LINE.
009640 4250-EXIT.
009650     EXIT.
009660******************************************************************
009670*    5000-PRINT-SUMMARY -- ONE LINE PER CONFIGURED LINE: WHAT    *
009680*    THIS RUN POSTED, THE COUNTERS SINCE SERVICE AGAINST THEIR   *
009690*    THRESHOLDS, AND ANY WORK ORDER CUT OR STILL OPEN.           *
009700******************************************************************
009710 5000-PRINT-SUMMARY.
009720     PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
009730     WRITE POSTING-PRINT-LINE FROM SUMMARY-HEADER-LINE
009740         AFTER ADVANCING 2 LINES
009750     WRITE POSTING-PRINT-LINE FROM SUMMARY-HEADING-2
009760         AFTER ADVANCING 2 LINES
009770     MOVE SPACES TO POSTING-PRINT-LINE
009780     WRITE POSTING-PRINT-LINE AFTER ADVANCING 1 LINE
009790     ADD 5 TO RPT-LINE-COUNT
009800     PERFORM 5100-PRINT-ONE-MACHINE THRU 5100-EXIT
009810         VARYING MACHINE-IDX FROM 1 BY 1
009820         UNTIL MACHINE-IDX > MACHINE-COUNT.
009830 5000-EXIT.
009840     EXIT.
009850 5100-PRINT-ONE-MACHINE.
009860     MOVE SPACES TO SUMMARY-DETAIL-LINE
009870     MOVE MT-MACHINE-ID (MACHINE-IDX)  TO SD-MACHINE-ID
009880     MOVE MT-DESCRIPTION (MACHINE-IDX) TO SD-DESCRIPTION
009890     COMPUTE SD-DAY-RUN-HOURS ROUNDED
009900         = MT-DAY-RUN-SECONDS (MACHINE-IDX) / 3600
009910     COMPUTE SD-DAY-HIGH-SPEED-HOURS ROUNDED
009920         = MT-DAY-HIGH-SPEED-SECONDS (MACHINE-IDX) / 3600
009930     MOVE MT-DAY-ESTOP-COUNT (MACHINE-IDX) TO SD-DAY-ESTOP-COUNT
009940     COMPUTE SD-RUN-HOURS ROUNDED
009950         = MT-RUN-SECONDS (MACHINE-IDX) / 3600
009960     COMPUTE SD-HIGH-SPEED-HOURS ROUNDED
009970         = MT-HIGH-SPEED-SECONDS (MACHINE-IDX) / 3600
009980     MOVE MT-ESTOP-COUNT (MACHINE-IDX)  TO SD-ESTOP-COUNT
009990     MOVE MT-SERVICE-HOURS (MACHINE-IDX) TO SD-SERVICE-HOURS
010000     MOVE MT-SERVICE-HS-HOURS (MACHINE-IDX)
010010                                        TO SD-SERVICE-HS-HOURS
010020     MOVE MT-SERVICE-STOPS (MACHINE-IDX) TO SD-SERVICE-STOPS
010030     EVALUATE TRUE
010040         WHEN MT-WORK-ORDER-CUT (MACHINE-IDX)
010050             STRING "CUT  " DELIMITED BY SIZE
010060                    MT-OPEN-WORK-ORDER (MACHINE-IDX)
010070                        DELIMITED BY SIZE
010080                    INTO SD-WORK-ORDER-STATUS
010090             END-STRING
010100         WHEN MT-OPEN-WORK-ORDER (MACHINE-IDX) NOT = SPACES
010110             STRING "OPEN " DELIMITED BY SIZE
010120                    MT-OPEN-WORK-ORDER (MACHINE-IDX)
010130                        DELIMITED BY SIZE
010140                    INTO SD-WORK-ORDER-STATUS
010150             END-STRING
010160         WHEN OTHER
010170             CONTINUE
010180     END-EVALUATE
010190     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
010200         PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
010210     END-IF
010220     WRITE POSTING-PRINT-LINE FROM SUMMARY-DETAIL-LINE
010230         AFTER ADVANCING 1 LINE
010240     ADD 1 TO RPT-LINE-COUNT.
010250 5100-EXIT.
010260     EXIT.
010270******************************************************************
010280*    6000-UPDATE-MASTER -- WRITE BACK ONE LINE'S RUN-HOURS       *
010290*    RECORD, ADDING IT FOR A LINE NEW TO THE MASTER.             *
010300******************************************************************
010310 6000-UPDATE-MASTER.
010320     MOVE SPACES TO RUN-HOURS-RECORD
010330     MOVE MT-MACHINE-ID (MACHINE-IDX)  TO RH-MACHINE-ID
010340     MOVE MT-RUN-SECONDS (MACHINE-IDX) TO RH-RUN-SECONDS
010350     MOVE MT-HIGH-SPEED-SECONDS (MACHINE-IDX)
010360                                       TO RH-HIGH-SPEED-SECONDS
010370     MOVE MT-ESTOP-COUNT (MACHINE-IDX) TO RH-ESTOP-COUNT
010380     MOVE MT-LIFE-RUN-SECONDS (MACHINE-IDX)
010390                                       TO RH-LIFE-RUN-SECONDS
010400     MOVE MT-LAST-AUDIT-STAMP (MACHINE-IDX)
010410                                       TO RH-LAST-AUDIT-STAMP
010420     MOVE MT-LAST-STAMP-COUNT (MACHINE-IDX)
010430                                       TO RH-LAST-STAMP-COUNT
010440     MOVE MT-OPEN-WORK-ORDER (MACHINE-IDX)
010450                                       TO RH-OPEN-WORK-ORDER
010460     MOVE MT-WORK-ORDER-DATE (MACHINE-IDX)
010470                                       TO RH-WORK-ORDER-DATE
010480     MOVE MT-HOURS-DUE (MACHINE-IDX)   TO RH-HOURS-DUE
010490     MOVE MT-HS-HOURS-DUE (MACHINE-IDX) TO RH-HS-HOURS-DUE
010500     MOVE MT-STOPS-DUE (MACHINE-IDX)   TO RH-STOPS-DUE
010510     MOVE MT-LAST-SERVICE-DATE (MACHINE-IDX)
010520                                       TO RH-LAST-SERVICE-DATE
010530     MOVE MT-SERVICE-COUNT (MACHINE-IDX) TO RH-SERVICE-COUNT
010540     MOVE RUN-DATE-NUM                 TO RH-LAST-POSTED-DATE
010550     IF MT-NEW-RECORD (MACHINE-IDX)
010560         WRITE RUN-HOURS-RECORD
010570             INVALID KEY
010580                 DISPLAY "RUNHPOST: RUNHRS WRITE FAILED, STATUS "
010590                         RUN-HOURS-STATUS UPON CONSL
010600                 GO TO 9999-ABORT-RUN
010610         END-WRITE
010620     ELSE
010630         REWRITE RUN-HOURS-RECORD
010640             INVALID KEY
010650                 DISPLAY "RUNHPOST: RUNHRS REWRITE FAILED, "
010660                         "STATUS "
010670                         RUN-HOURS-STATUS UPON CONSL
010680                 GO TO 9999-ABORT-RUN
010690         END-REWRITE
010700     END-IF.
010710 6000-EXIT.
010720     EXIT.
010730******************************************************************
010740*    7500-PAGE-HEADING AND PRINT HELPERS.                        *
010750******************************************************************
010760 7500-PAGE-HEADING.
010770     ADD 1 TO RPT-PAGE-COUNT
010780     MOVE RUN-TIMESTAMP (1:16) TO HD1-TIMESTAMP
010790     MOVE RPT-PAGE-COUNT       TO HD1-PAGE
010800     WRITE POSTING-PRINT-LINE FROM REPORT-HEADING-1
010810         AFTER ADVANCING PAGE
010820     MOVE 1 TO RPT-LINE-COUNT.
010830 7500-EXIT.
010840     EXIT.
010850 7600-WRITE-COMPLETION-LINE.
010860     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
010870         PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
010880     END-IF
010890     WRITE POSTING-PRINT-LINE FROM COMPLETION-DETAIL-LINE
010900         AFTER ADVANCING 1 LINE
010910     ADD 1 TO RPT-LINE-COUNT.
010920 7600-EXIT.
010930     EXIT.
010940 7700-EDIT-MDY-DATE.
010950     MOVE MDY-MM   TO DE-MM
010960     MOVE MDY-DD   TO DE-DD
010970     MOVE MDY-YYYY TO DE-YYYY.
010980 7700-EXIT.
010990     EXIT.
011000******************************************************************
011010*    7900-DATE-TO-SERIAL -- CIVIL DATE (WORK-DATE-NUM) TO A      *
011020*    SERIAL DAY NUMBER, MARCH-BASED SO THE LEAP DAY FALLS AT     *
011030*    YEAR END; SAME ALGORITHM AS LOGARCH AND INCDRPT.            *
011040******************************************************************
011050 7900-DATE-TO-SERIAL.
011060     IF WORK-DATE-MM > 2
011070         COMPUTE ADJUSTED-YEAR  = WORK-DATE-YYYY
011080         COMPUTE ADJUSTED-MONTH = WORK-DATE-MM - 3
011090     ELSE
011100         COMPUTE ADJUSTED-YEAR  = WORK-DATE-YYYY - 1
011110         COMPUTE ADJUSTED-MONTH = WORK-DATE-MM + 9
011120     END-IF
011130     COMPUTE WORK-SERIAL-DAYS
011140         = 365 * ADJUSTED-YEAR
011150         + ADJUSTED-YEAR / 4
011160         - ADJUSTED-YEAR / 100
011170         + ADJUSTED-YEAR / 400
011180         + (153 * ADJUSTED-MONTH + 2) / 5
011190         + WORK-DATE-DD.
011200 7900-EXIT.
011210     EXIT.
011220******************************************************************
011230*    7940-STAMP-TO-SECONDS -- THE AUDIT STAMP IN STAMP-WORK TO   *
011240*    SERIAL SECONDS, AS INCDRPT 7950-STAMP-TO-SECONDS.           *
011250******************************************************************
011260 7940-STAMP-TO-SECONDS.
011270     MOVE STAMP-DATE TO WORK-DATE-NUM
011280     MOVE STAMP-HH   TO WORK-TIME-HH
011290     MOVE STAMP-MI   TO WORK-TIME-MM
011300     MOVE STAMP-SS   TO WORK-TIME-SS
011310     PERFORM 7900-DATE-TO-SERIAL THRU 7900-EXIT
011320     COMPUTE WORK-SERIAL-SECONDS
011330         = WORK-SERIAL-DAYS * 86400
011340         + WORK-TIME-HH * 3600
011350         + WORK-TIME-MM * 60
011360         + WORK-TIME-SS.
011370 7940-EXIT.
011380     EXIT.
011390******************************************************************
011400*    8000-TERMINATE -- CONTROL COUNTS AND CLOSE.                 *
011410******************************************************************
011420 8000-TERMINATE.
011430     MOVE SPACES TO POSTING-PRINT-LINE
011440     WRITE POSTING-PRINT-LINE AFTER ADVANCING 2 LINES
011450     MOVE "COMPLETIONS READ      : " TO RT-TOTAL-TEXT
011460     MOVE COMPLETIONS-READ-COUNT     TO RT-TOTAL-COUNT
011470     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011480     MOVE "COMPLETIONS APPLIED   : " TO RT-TOTAL-TEXT
011490     MOVE COMPLETIONS-APPLIED-COUNT  TO RT-TOTAL-COUNT
011500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011510     MOVE "COMPLETIONS REJECTED  : " TO RT-TOTAL-TEXT
011520     MOVE COMPLETIONS-REJECTED-COUNT TO RT-TOTAL-COUNT
011530     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011540     MOVE "AUDIT ENTRIES READ    : " TO RT-TOTAL-TEXT
011550     MOVE AUDIT-READ-COUNT           TO RT-TOTAL-COUNT
011560     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011570     MOVE "AUDIT ENTRIES POSTED  : " TO RT-TOTAL-TEXT
011580     MOVE AUDIT-POSTED-COUNT         TO RT-TOTAL-COUNT
011590     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011600     MOVE "ALREADY POSTED        : " TO RT-TOTAL-TEXT
011610     MOVE AUDIT-ALREADY-POSTED-COUNT TO RT-TOTAL-COUNT
011620     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011630     MOVE "MACHINE NOT ON MACHCFG: " TO RT-TOTAL-TEXT
011640     MOVE AUDIT-UNCONFIGURED-COUNT   TO RT-TOTAL-COUNT
011650     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011660     MOVE "INVALID TIMESTAMP     : " TO RT-TOTAL-TEXT
011670     MOVE AUDIT-UNUSABLE-COUNT       TO RT-TOTAL-COUNT
011680     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011690     MOVE "MACHINES ADDED        : " TO RT-TOTAL-TEXT
011700     MOVE MACHINES-ADDED-COUNT       TO RT-TOTAL-COUNT
011710     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011720     MOVE "WORK ORDERS CUT       : " TO RT-TOTAL-TEXT
011730     MOVE WORK-ORDERS-CUT-COUNT      TO RT-TOTAL-COUNT
011740     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
011750     CLOSE COMPLETION-TRANS AUDIT-TRAIL RUN-HOURS-MASTER
011760           SERVICE-HISTORY WORK-ORDER-FILE POSTING-REPORT
011770           TICKET-REPORT
011780     DISPLAY "RUNHPOST: " AUDIT-POSTED-COUNT " ENTRIES POSTED, "
011790             COMPLETIONS-APPLIED-COUNT " COMPLETED, "
011800             WORK-ORDERS-CUT-COUNT " WORK ORDERS CUT" UPON CONSL.
011810 8000-EXIT.
011820     EXIT.
011830 8100-WRITE-TOTAL-LINE.
011840     WRITE POSTING-PRINT-LINE FROM REPORT-TOTAL-LINE
011850         AFTER ADVANCING 1 LINE.
011860 8100-EXIT.
011870     EXIT.
011880******************************************************************
011890*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
011900******************************************************************
011910 9999-ABORT-RUN.
011920     DISPLAY "RUNHPOST: RUN ABORTED" UPON CONSL
011930     MOVE 16 TO RETURN-CODE
011940     STOP RUN.
