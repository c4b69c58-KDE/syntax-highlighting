000010******************************************************************
000020*    MACHMNT -- MACHINE CONFIGURATION MASTER BATCH MAINTENANCE   *
000030*    RUN.                                                        *
000040*                                                                *
000050*    APPLIES ADD / CHANGE / DELETE TRANSACTIONS TO THE INDEXED   *
000060*    MACHINE CONFIGURATION MASTER (MACHCFG) READ BY THE SPEED-   *
000070*    CONTROL DRIVER (SPEEDCTL).  EVERY TRANSACTION IS EDITED     *
000080*    FIRST -- DUPLICATE ADDS, MAINTENANCE OF A MACHINE NOT ON    *
000090*    THE FILE, NON-NUMERIC LIMITS, A MINIMUM SPEED ABOVE THE     *
000100*    MAXIMUM, A ZERO STEP OR DEBOUNCE THRESHOLD, A MISSING       *
000110*    RESET CODE -- AND EVERY TRANSACTION IS PRINTED ON THE       *
000120*    CHANGE-AUDIT REPORT WITH THE MACHINE'S BEFORE AND AFTER     *
000130*    SETTINGS AND THE OPERATOR WHO KEYED IT.  THE RESET CODE IS  *
000140*    NEVER PRINTED; THE AUDIT SHOWS ONLY WHETHER IT CHANGED.     *
000150*    ON A CHANGE A BLANK FIELD LEAVES THE SETTING ALONE.  A      *
000160*    LINE IS TAKEN OUT OF SERVICE BY A CHANGE TO STATUS "O"; A   *
000170*    DELETE IS PHYSICAL AND IS REFUSED WHILE THE LINE IS STILL   *
000180*    IN SERVICE.  EACH TRANSACTION ALSO PRINTS A SECOND AUDIT    *
000190*    LINE WITH THE HIGH-SPEED LEVEL AND SERVICE THRESHOLDS USED  *
000200*    BY THE RUN-HOURS POSTING (RUNHPOST); THESE ARE OPTIONAL AND *
000210*    ZERO MEANS NOT TRACKED.                                     *
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    MACHMNT.
000250 AUTHOR.        R. T. CALDWELL.
000260 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000270 DATE-WRITTEN.  10/15/26.
000280 DATE-COMPILED.
000290******************************************************************
000300*                     MODIFICATION HISTORY                       *
000310*  DATE      INIT  DESCRIPTION                                   *
000320*  --------  ----  ---------------------------------------------*
000330*  10/15/26  RTC   INITIAL VERSION                               *
000340*  10/15/26  RTC   HIGH-SPEED LEVEL AND SERVICE THRESHOLDS FOR   *
000350*                  RUN-HOURS WORK ORDERS                         *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  GNULINUX.
000400 OBJECT-COMPUTER.  HERCULES.
000410 SPECIAL-NAMES.
000420     CONSOLE IS CONSL.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MACHINE-TRANS
000460         ASSIGN TO MACHTRN
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS MACHINE-TRANS-STATUS.
000490     SELECT OPTIONAL MACHINE-CONFIG
000500         ASSIGN TO MACHCFG
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS MACH-CFG-MACHINE-ID
000540         FILE STATUS IS MACHINE-CONFIG-STATUS.
000550     SELECT AUDIT-REPORT
000560         ASSIGN TO MCHAUDIT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS AUDIT-REPORT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  MACHINE-TRANS.
000620 01  MACHINE-TRANS-RECORD.
000630     03  TRANS-ACTION-CODE       PIC X(01).
000640         88  TRANS-ADD                   VALUE "A".
000650         88  TRANS-CHANGE                VALUE "C".
000660         88  TRANS-DELETE                VALUE "D".
000670     03  TRANS-MACHINE-ID        PIC X(02).
000680*    ON A CHANGE EVERY FIELD BELOW MAY BE LEFT BLANK TO KEEP THE
000690*    SETTING ON FILE.  ON AN ADD THE LIMITS, STEPS, DEBOUNCE
000700*    THRESHOLD AND RESET CODE ARE REQUIRED AND A BLANK STATUS
000710*    PUTS THE LINE IN SERVICE.  THE HIGH-SPEED LEVEL AND SERVICE
000720*    THRESHOLDS ARE OPTIONAL ON AN ADD AND DEFAULT TO ZERO.
000730     03  TRANS-DESCRIPTION       PIC X(20).
000740     03  TRANS-STATUS            PIC X(01).
000750         88  TRANS-STATUS-VALID          VALUE "I" "O".
000760     03  TRANS-MIN-SPEED         PIC X(03).
000770     03  TRANS-MIN-SPEED-NUM     REDEFINES TRANS-MIN-SPEED
000780                                 PIC 9(03).
000790     03  TRANS-MAX-SPEED         PIC X(03).
000800     03  TRANS-MAX-SPEED-NUM     REDEFINES TRANS-MAX-SPEED
000810                                 PIC 9(03).
000820     03  TRANS-SPEED-INCREMENT   PIC X(03).
000830     03  TRANS-SPEED-INCREMENT-NUM
000840                                 REDEFINES TRANS-SPEED-INCREMENT
000850                                 PIC 9(03).
000860     03  TRANS-SPEED-DECREMENT   PIC X(03).
000870     03  TRANS-SPEED-DECREMENT-NUM
000880                                 REDEFINES TRANS-SPEED-DECREMENT
000890                                 PIC 9(03).
000900     03  TRANS-DEBOUNCE          PIC X(03).
000910     03  TRANS-DEBOUNCE-NUM      REDEFINES TRANS-DEBOUNCE
000920                                 PIC 9(03).
000930     03  TRANS-RESET-CODE        PIC X(08).
000940     03  TRANS-OPERATOR-ID       PIC X(08).
000950     03  TRANS-HIGH-SPEED        PIC X(03).
000960     03  TRANS-HIGH-SPEED-NUM    REDEFINES TRANS-HIGH-SPEED
000970                                 PIC 9(03).
000980     03  TRANS-SERVICE-HOURS     PIC X(05).
000990     03  TRANS-SERVICE-HOURS-NUM REDEFINES TRANS-SERVICE-HOURS
001000                                 PIC 9(05).
001010     03  TRANS-SERVICE-HS-HOURS  PIC X(05).
001020     03  TRANS-SERVICE-HS-HOURS-NUM
001030                                 REDEFINES TRANS-SERVICE-HS-HOURS
001040                                 PIC 9(05).
001050     03  TRANS-SERVICE-STOPS     PIC X(03).
001060     03  TRANS-SERVICE-STOPS-NUM REDEFINES TRANS-SERVICE-STOPS
001070                                 PIC 9(03).
001080     03  FILLER                  PIC X(09).
001090 FD  MACHINE-CONFIG.
001100     COPY MACHCFG.
001110 FD  AUDIT-REPORT.
001120 01  AUDIT-PRINT-LINE            PIC X(132).
001130 WORKING-STORAGE SECTION.
001140 77  MACHINE-TRANS-STATUS        PIC X(02) VALUE SPACES.
001150 77  MACHINE-CONFIG-STATUS       PIC X(02) VALUE SPACES.
001160 77  AUDIT-REPORT-STATUS         PIC X(02) VALUE SPACES.
001170 77  AT-END-OF-TRANS-FLAG        PIC X(01) VALUE "N".
001180     88  AT-END-OF-TRANS                   VALUE "Y".
001190 77  MACHINE-FOUND-FLAG          PIC X(01) VALUE "N".
001200     88  MACHINE-FOUND                     VALUE "Y".
001210 77  TRANS-VALID-FLAG            PIC X(01) VALUE "N".
001220     88  TRANS-VALID                       VALUE "Y".
001230 77  TRANS-REJECT-TEXT           PIC X(25) VALUE SPACES.
001240 77  TRANS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
001250 77  TRANS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
001260 77  TRANS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
001270 77  AUDIT-LINE-COUNT            PIC 9(03) COMP VALUE 99.
001280 77  AUDIT-PAGE-COUNT            PIC 9(03) COMP VALUE ZERO.
001290 77  AUDIT-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
001300 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001310 77  RUN-DATE-NUM                PIC 9(08) VALUE ZERO.
001320*    THE AFTER IMAGE IS BUILT DURING THE EDIT SO THE LIMITS CAN
001330*    BE CROSS-CHECKED AS THEY WILL STAND, AND IS MOVED TO THE
001340*    RECORD ONLY WHEN THE TRANSACTION PASSES.
001350 01  AFTER-IMAGE.
001360     03  AFTER-DESCRIPTION       PIC X(20).
001370     03  AFTER-STATUS            PIC X(01).
001380     03  AFTER-MIN-SPEED         PIC 9(03).
001390     03  AFTER-MAX-SPEED         PIC 9(03).
001400     03  AFTER-SPEED-INCREMENT   PIC 9(03).
001410     03  AFTER-SPEED-DECREMENT   PIC 9(03).
001420     03  AFTER-DEBOUNCE          PIC 9(03).
001430     03  AFTER-RESET-CODE        PIC X(08).
001440     03  AFTER-HIGH-SPEED        PIC 9(03).
001450     03  AFTER-SERVICE-HOURS     PIC 9(05).
001460     03  AFTER-SERVICE-HS-HOURS  PIC 9(05).
001470     03  AFTER-SERVICE-STOPS     PIC 9(03).
001480 01  BEFORE-IMAGE.
001490     03  BEFORE-DESCRIPTION      PIC X(20).
001500     03  BEFORE-STATUS           PIC X(01).
001510     03  BEFORE-MIN-SPEED        PIC 9(03).
001520     03  BEFORE-MAX-SPEED        PIC 9(03).
001530     03  BEFORE-SPEED-INCREMENT  PIC 9(03).
001540     03  BEFORE-SPEED-DECREMENT  PIC 9(03).
001550     03  BEFORE-DEBOUNCE         PIC 9(03).
001560     03  BEFORE-RESET-CODE       PIC X(08).
001570     03  BEFORE-HIGH-SPEED       PIC 9(03).
001580     03  BEFORE-SERVICE-HOURS    PIC 9(05).
001590     03  BEFORE-SERVICE-HS-HOURS PIC 9(05).
001600     03  BEFORE-SERVICE-STOPS    PIC 9(03).
001610     03  BEFORE-PRESENT-FLAG     PIC X(01).
001620         88  BEFORE-PRESENT              VALUE "Y".
001630 01  AUDIT-HEADING-1.
001640     03  FILLER                  PIC X(34)
001650         VALUE "MACHINE CONFIG CHANGE-AUDIT REPORT".
001660     03  FILLER                  PIC X(10) VALUE SPACES.
001670     03  FILLER                  PIC X(04) VALUE "RUN ".
001680     03  AH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001690     03  FILLER                  PIC X(60) VALUE SPACES.
001700     03  FILLER                  PIC X(05) VALUE "PAGE ".
001710     03  AH1-PAGE                PIC ZZ9.
001720 01  AUDIT-HEADING-2.
001730     03  FILLER                  PIC X(07) VALUE "ACTION".
001740     03  FILLER                  PIC X(04) VALUE "ID".
001750     03  FILLER                  PIC X(10) VALUE "OPERATOR".
001760     03  FILLER                  PIC X(32)
001770         VALUE "BEFORE S/MIN/MAX/UP/DN/DB/CODE".
001780     03  FILLER                  PIC X(32)
001790         VALUE "AFTER  S/MIN/MAX/UP/DN/DB/CODE".
001800     03  FILLER                  PIC X(47) VALUE "DISPOSITION".
001810 01  AUDIT-HEADING-3.
001820     03  FILLER                  PIC X(21) VALUE SPACES.
001830     03  FILLER                  PIC X(32)
001840         VALUE "SVC    HSP/RUNHR/HSHRS/STP".
001850     03  FILLER                  PIC X(32)
001860         VALUE "SVC    HSP/RUNHR/HSHRS/STP".
001870     03  FILLER                  PIC X(47) VALUE SPACES.
001880*    ONE MACHINE'S SETTINGS AS PRINTED, BEFORE OR AFTER.
001890 01  AUDIT-IMAGE-WORK.
001900     03  AI-STATUS               PIC X(01).
001910     03  FILLER                  PIC X(01) VALUE "/".
001920     03  AI-MIN-SPEED            PIC X(03).
001930     03  FILLER                  PIC X(01) VALUE "/".
001940     03  AI-MAX-SPEED            PIC X(03).
001950     03  FILLER                  PIC X(01) VALUE "/".
001960     03  AI-SPEED-INCREMENT      PIC X(03).
001970     03  FILLER                  PIC X(01) VALUE "/".
001980     03  AI-SPEED-DECREMENT      PIC X(03).
001990     03  FILLER                  PIC X(01) VALUE "/".
002000     03  AI-DEBOUNCE             PIC X(03).
002010     03  FILLER                  PIC X(01) VALUE "/".
002020     03  AI-RESET-CODE           PIC X(08).
002030*    ONE MACHINE'S HIGH-SPEED LEVEL AND SERVICE THRESHOLDS.
002040 01  SERVICE-IMAGE-WORK.
002050     03  SI-HIGH-SPEED           PIC X(03).
002060     03  FILLER                  PIC X(01) VALUE "/".
002070     03  SI-SERVICE-HOURS        PIC X(05).
002080     03  FILLER                  PIC X(01) VALUE "/".
002090     03  SI-SERVICE-HS-HOURS     PIC X(05).
002100     03  FILLER                  PIC X(01) VALUE "/".
002110     03  SI-SERVICE-STOPS        PIC X(03).
002120 01  AUDIT-DETAIL-LINE.
002130     03  AD-ACTION               PIC X(05).
002140     03  FILLER                  PIC X(02) VALUE SPACES.
002150     03  AD-MACHINE-ID           PIC X(02).
002160     03  FILLER                  PIC X(02) VALUE SPACES.
002170     03  AD-OPERATOR             PIC X(08).
002180     03  FILLER                  PIC X(02) VALUE SPACES.
002190     03  AD-BEFORE-IMAGE         PIC X(30).
002200     03  FILLER                  PIC X(02) VALUE SPACES.
002210     03  AD-AFTER-IMAGE          PIC X(30).
002220     03  FILLER                  PIC X(02) VALUE SPACES.
002230     03  AD-DISPOSITION          PIC X(39).
002240     03  FILLER                  PIC X(08) VALUE SPACES.
002250 01  AUDIT-SERVICE-LINE.
002260     03  FILLER                  PIC X(21) VALUE SPACES.
002270     03  AS-BEFORE-IMAGE         PIC X(30).
002280     03  FILLER                  PIC X(02) VALUE SPACES.
002290     03  AS-AFTER-IMAGE          PIC X(30).
002300     03  FILLER                  PIC X(49) VALUE SPACES.
002310 01  AUDIT-TOTAL-LINE.
002320     03  AT-TOTAL-TEXT           PIC X(24).
002330     03  AT-TOTAL-COUNT          PIC ZZZ,ZZ9.
002340     03  FILLER                  PIC X(101) VALUE SPACES.
002350 PROCEDURE DIVISION.
002360******************************************************************
002370*    0000-MAINLINE -- RUN CONTROL.                               *
002380******************************************************************
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002410     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002420         UNTIL AT-END-OF-TRANS
002430     PERFORM 8000-TERMINATE THRU 8000-EXIT
002440     STOP RUN.
002450******************************************************************
002460*    1000-INITIALIZE -- OPEN FILES.  THE CONFIGURATION MASTER IS *
002470*    CREATED ON THE FIRST RUN (STATUS 05).                       *
002480******************************************************************
002490 1000-INITIALIZE.
002500     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
002510     MOVE RUN-TIMESTAMP (5:4)   TO RUN-DATE-NUM (1:4)
002520     MOVE RUN-TIMESTAMP (1:4)   TO RUN-DATE-NUM (5:4)
002530     OPEN INPUT  MACHINE-TRANS
002540          I-O    MACHINE-CONFIG
002550          OUTPUT AUDIT-REPORT
002560     IF MACHINE-TRANS-STATUS NOT = "00"
002570         DISPLAY "MACHMNT: OPEN FAILED, MACHTRN STATUS "
002580                 MACHINE-TRANS-STATUS UPON CONSL
002590         GO TO 9999-ABORT-RUN
002600     END-IF
002610     IF MACHINE-CONFIG-STATUS NOT = "00"
002620            AND MACHINE-CONFIG-STATUS NOT = "05"
002630         DISPLAY "MACHMNT: OPEN FAILED, MACHCFG STATUS "
002640                 MACHINE-CONFIG-STATUS UPON CONSL
002650         GO TO 9999-ABORT-RUN
002660     END-IF.
002670 1000-EXIT.
002680     EXIT.
002690******************************************************************
002700*    2000-PROCESS-TRANS -- EDIT AND APPLY ONE MAINTENANCE        *
002710*    TRANSACTION, AUDITING THE RESULT EITHER WAY.                *
002720******************************************************************
002730 2000-PROCESS-TRANS.
002740     READ MACHINE-TRANS
002750         AT END
002760             MOVE "Y" TO AT-END-OF-TRANS-FLAG
002770             GO TO 2000-EXIT
002780     END-READ
002790     ADD 1 TO TRANS-READ-COUNT
002800     PERFORM 2200-READ-MASTER THRU 2200-EXIT
002810     PERFORM 3000-EDIT-TRANS THRU 3000-EXIT
002820     IF TRANS-VALID
002830         PERFORM 4000-APPLY-TRANS THRU 4000-EXIT
002840         ADD 1 TO TRANS-APPLIED-COUNT
002850         MOVE "APPLIED" TO AD-DISPOSITION
002860     ELSE
002870         ADD 1 TO TRANS-REJECTED-COUNT
002880         MOVE SPACES TO AD-DISPOSITION
002890         STRING "REJECTED - " DELIMITED BY SIZE
002900                TRANS-REJECT-TEXT DELIMITED BY SIZE
002910                INTO AD-DISPOSITION
002920         END-STRING
002930     END-IF
002940     PERFORM 5000-WRITE-AUDIT-LINE THRU 5000-EXIT.
002950 2000-EXIT.
002960     EXIT.
002970******************************************************************
002980*    2200-READ-MASTER -- RANDOM READ FOR THE TRANSACTION'S       *
002990*    MACHINE, SAVING THE BEFORE IMAGE FOR THE AUDIT REPORT.      *
003000******************************************************************
003010 2200-READ-MASTER.
003020     MOVE TRANS-MACHINE-ID TO MACH-CFG-MACHINE-ID
003030     READ MACHINE-CONFIG
003040         INVALID KEY
003050             MOVE "N" TO MACHINE-FOUND-FLAG
003060         NOT INVALID KEY
003070             MOVE "Y" TO MACHINE-FOUND-FLAG
003080     END-READ
003090     IF MACHINE-FOUND
003100         MOVE "Y"                         TO BEFORE-PRESENT-FLAG
003110         MOVE MACH-CFG-DESCRIPTION        TO BEFORE-DESCRIPTION
003120         MOVE MACH-CFG-STATUS             TO BEFORE-STATUS
003130         MOVE MACH-CFG-MIN-SPEED          TO BEFORE-MIN-SPEED
003140         MOVE MACH-CFG-MAX-SPEED          TO BEFORE-MAX-SPEED
003150         MOVE MACH-CFG-SPEED-INCREMENT
003160                                     TO BEFORE-SPEED-INCREMENT
003170         MOVE MACH-CFG-SPEED-DECREMENT
003180                                     TO BEFORE-SPEED-DECREMENT
003190         MOVE MACH-CFG-DEBOUNCE-THRESHOLD TO BEFORE-DEBOUNCE
003200         MOVE MACH-CFG-RESET-CODE         TO BEFORE-RESET-CODE
003210         MOVE ZERO TO BEFORE-HIGH-SPEED
003220         MOVE ZERO TO BEFORE-SERVICE-HOURS
003230         MOVE ZERO TO BEFORE-SERVICE-HS-HOURS
003240         MOVE ZERO TO BEFORE-SERVICE-STOPS
003250         IF MACH-CFG-HIGH-SPEED NUMERIC
003260             MOVE MACH-CFG-HIGH-SPEED     TO BEFORE-HIGH-SPEED
003270         END-IF
003280         IF MACH-CFG-SERVICE-HOURS NUMERIC
003290             MOVE MACH-CFG-SERVICE-HOURS  TO BEFORE-SERVICE-HOURS
003300         END-IF
003310         IF MACH-CFG-SERVICE-HS-HOURS NUMERIC
003320             MOVE MACH-CFG-SERVICE-HS-HOURS
003330                                     TO BEFORE-SERVICE-HS-HOURS
003340         END-IF
003350         IF MACH-CFG-SERVICE-STOPS NUMERIC
003360             MOVE MACH-CFG-SERVICE-STOPS  TO BEFORE-SERVICE-STOPS
003370         END-IF
003380     ELSE
003390         MOVE "N"    TO BEFORE-PRESENT-FLAG
003400         MOVE SPACES TO BEFORE-DESCRIPTION
003410         MOVE SPACES TO BEFORE-STATUS
003420         MOVE ZERO   TO BEFORE-MIN-SPEED
003430         MOVE ZERO   TO BEFORE-MAX-SPEED
003440         MOVE ZERO   TO BEFORE-SPEED-INCREMENT
003450         MOVE ZERO   TO BEFORE-SPEED-DECREMENT
003460         MOVE ZERO   TO BEFORE-DEBOUNCE
003470         MOVE SPACES TO BEFORE-RESET-CODE
003480         MOVE ZERO   TO BEFORE-HIGH-SPEED
003490         MOVE ZERO   TO BEFORE-SERVICE-HOURS
003500         MOVE ZERO   TO BEFORE-SERVICE-HS-HOURS
003510         MOVE ZERO   TO BEFORE-SERVICE-STOPS
003520     END-IF.
003530 2200-EXIT.
003540     EXIT.
003550******************************************************************
003560*    3000-EDIT-TRANS -- TRANSACTION EDITS.  A FAILED EDIT        *
003570*    LEAVES THE REASON IN TRANS-REJECT-TEXT.  THE LIMIT CROSS-   *
003580*    CHECKS RUN AGAINST THE AFTER IMAGE, SO A CHANGE OF ONE      *
003590*    FIELD IS CHECKED AGAINST THE OTHERS AS THEY STAND ON FILE.  *
003600******************************************************************
003610 3000-EDIT-TRANS.
003620     MOVE "Y"    TO TRANS-VALID-FLAG
003630     MOVE SPACES TO TRANS-REJECT-TEXT
003640     IF TRANS-MACHINE-ID = SPACES
003650         MOVE "N" TO TRANS-VALID-FLAG
003660         MOVE "MISSING MACHINE ID" TO TRANS-REJECT-TEXT
003670         GO TO 3000-EXIT
003680     END-IF
003690     IF NOT TRANS-ADD AND NOT TRANS-CHANGE
003700        AND NOT TRANS-DELETE
003710         MOVE "N" TO TRANS-VALID-FLAG
003720         MOVE "INVALID ACTION CODE" TO TRANS-REJECT-TEXT
003730         GO TO 3000-EXIT
003740     END-IF
003750     IF TRANS-ADD AND MACHINE-FOUND
003760         MOVE "N" TO TRANS-VALID-FLAG
003770         MOVE "DUPLICATE ADD" TO TRANS-REJECT-TEXT
003780         GO TO 3000-EXIT
003790     END-IF
003800     IF NOT TRANS-ADD AND NOT MACHINE-FOUND
003810         MOVE "N" TO TRANS-VALID-FLAG
003820         MOVE "MACHINE NOT ON MASTER" TO TRANS-REJECT-TEXT
003830         GO TO 3000-EXIT
003840     END-IF
003850     IF TRANS-DELETE
003860         IF MACH-CFG-IN-SERVICE
003870             MOVE "N" TO TRANS-VALID-FLAG
003880             MOVE "MACHINE STILL IN SERVICE" TO TRANS-REJECT-TEXT
003890         END-IF
003900         GO TO 3000-EXIT
003910     END-IF
003920     IF TRANS-STATUS NOT = SPACE
003930        AND NOT TRANS-STATUS-VALID
003940         MOVE "N" TO TRANS-VALID-FLAG
003950         MOVE "INVALID STATUS" TO TRANS-REJECT-TEXT
003960         GO TO 3000-EXIT
003970     END-IF
003980     IF TRANS-ADD
003990         PERFORM 3100-EDIT-ADD-FIELDS THRU 3100-EXIT
004000     ELSE
004010         PERFORM 3200-EDIT-CHANGE-FIELDS THRU 3200-EXIT
004020     END-IF
004030     IF TRANS-VALID
004040         PERFORM 3250-EDIT-SERVICE-FIELDS THRU 3250-EXIT
004050     END-IF
004060     IF NOT TRANS-VALID
004070         GO TO 3000-EXIT
004080     END-IF
004090     PERFORM 3300-BUILD-AFTER-IMAGE THRU 3300-EXIT
004100     IF AFTER-MIN-SPEED = ZERO
004110         MOVE "N" TO TRANS-VALID-FLAG
004120         MOVE "ZERO MINIMUM SPEED" TO TRANS-REJECT-TEXT
004130         GO TO 3000-EXIT
004140     END-IF
004150     IF AFTER-MIN-SPEED > AFTER-MAX-SPEED
004160         MOVE "N" TO TRANS-VALID-FLAG
004170         MOVE "MIN SPEED ABOVE MAX SPEED" TO TRANS-REJECT-TEXT
004180         GO TO 3000-EXIT
004190     END-IF
004200     IF AFTER-SPEED-INCREMENT = ZERO
004210        OR AFTER-SPEED-DECREMENT = ZERO
004220         MOVE "N" TO TRANS-VALID-FLAG
004230         MOVE "ZERO SPEED STEP" TO TRANS-REJECT-TEXT
004240         GO TO 3000-EXIT
004250     END-IF
004260     IF AFTER-DEBOUNCE = ZERO
004270         MOVE "N" TO TRANS-VALID-FLAG
004280         MOVE "ZERO DEBOUNCE THRESHOLD" TO TRANS-REJECT-TEXT
004290         GO TO 3000-EXIT
004300     END-IF
004310     IF AFTER-HIGH-SPEED NOT = ZERO
004320        AND (AFTER-HIGH-SPEED < AFTER-MIN-SPEED
004330         OR AFTER-HIGH-SPEED > AFTER-MAX-SPEED)
004340         MOVE "N" TO TRANS-VALID-FLAG
004350         MOVE "HIGH SPEED OUTSIDE LIMITS" TO TRANS-REJECT-TEXT
004360         GO TO 3000-EXIT
004370     END-IF
004380     IF AFTER-SERVICE-HS-HOURS NOT = ZERO
004390        AND AFTER-HIGH-SPEED = ZERO
004400         MOVE "N" TO TRANS-VALID-FLAG
004410         MOVE "HIGH SPEED LEVEL MISSING" TO TRANS-REJECT-TEXT
004420         GO TO 3000-EXIT
004430     END-IF.
004440 3000-EXIT.
004450     EXIT.
004460******************************************************************
004470*    3100-EDIT-ADD-FIELDS -- A NEW LINE NEEDS EVERY LIMIT AND A  *
004480*    RESET CODE.                                                 *
004490******************************************************************
004500 3100-EDIT-ADD-FIELDS.
004510     IF TRANS-MIN-SPEED NOT NUMERIC
004520        OR TRANS-MAX-SPEED NOT NUMERIC
004530         MOVE "N" TO TRANS-VALID-FLAG
004540         MOVE "INVALID SPEED LIMIT" TO TRANS-REJECT-TEXT
004550         GO TO 3100-EXIT
004560     END-IF
004570     IF TRANS-SPEED-INCREMENT NOT NUMERIC
004580        OR TRANS-SPEED-DECREMENT NOT NUMERIC
004590         MOVE "N" TO TRANS-VALID-FLAG
004600         MOVE "INVALID SPEED STEP" TO TRANS-REJECT-TEXT
004610         GO TO 3100-EXIT
004620     END-IF
004630     IF TRANS-DEBOUNCE NOT NUMERIC
004640         MOVE "N" TO TRANS-VALID-FLAG
004650         MOVE "INVALID DEBOUNCE" TO TRANS-REJECT-TEXT
004660         GO TO 3100-EXIT
004670     END-IF
004680     IF TRANS-RESET-CODE = SPACES
004690         MOVE "N" TO TRANS-VALID-FLAG
004700         MOVE "MISSING RESET CODE" TO TRANS-REJECT-TEXT
004710         GO TO 3100-EXIT
004720     END-IF.
004730 3100-EXIT.
004740     EXIT.
004750******************************************************************
004760*    3200-EDIT-CHANGE-FIELDS -- ON A CHANGE ONLY THE FIELDS      *
004770*    KEYED ARE EDITED.                                           *
004780******************************************************************
004790 3200-EDIT-CHANGE-FIELDS.
004800     IF (TRANS-MIN-SPEED NOT = SPACES
004810         AND TRANS-MIN-SPEED NOT NUMERIC)
004820        OR (TRANS-MAX-SPEED NOT = SPACES
004830         AND TRANS-MAX-SPEED NOT NUMERIC)
004840         MOVE "N" TO TRANS-VALID-FLAG
004850         MOVE "INVALID SPEED LIMIT" TO TRANS-REJECT-TEXT
004860         GO TO 3200-EXIT
004870     END-IF
004880     IF (TRANS-SPEED-INCREMENT NOT = SPACES
004890         AND TRANS-SPEED-INCREMENT NOT NUMERIC)
004900        OR (TRANS-SPEED-DECREMENT NOT = SPACES
004910         AND TRANS-SPEED-DECREMENT NOT NUMERIC)
004920         MOVE "N" TO TRANS-VALID-FLAG
004930         MOVE "INVALID SPEED STEP" TO TRANS-REJECT-TEXT
004940         GO TO 3200-EXIT
004950     END-IF
004960     IF TRANS-DEBOUNCE NOT = SPACES
004970        AND TRANS-DEBOUNCE NOT NUMERIC
004980         MOVE "N" TO TRANS-VALID-FLAG
004990         MOVE "INVALID DEBOUNCE" TO TRANS-REJECT-TEXT
005000         GO TO 3200-EXIT
005010     END-IF.
005020 3200-EXIT.
005030     EXIT.
005040******************************************************************
005050*    3250-EDIT-SERVICE-FIELDS -- THE HIGH-SPEED LEVEL AND THE    *
005060*    SERVICE THRESHOLDS ARE OPTIONAL ON AN ADD OR A CHANGE BUT   *
005070*    MUST BE NUMERIC WHEN KEYED.                                 *
005080******************************************************************
005090 3250-EDIT-SERVICE-FIELDS.
005100     IF TRANS-HIGH-SPEED NOT = SPACES
005110        AND TRANS-HIGH-SPEED NOT NUMERIC
005120         MOVE "N" TO TRANS-VALID-FLAG
005130         MOVE "INVALID HIGH SPEED LEVEL" TO TRANS-REJECT-TEXT
005140         GO TO 3250-EXIT
005150     END-IF
005160     IF (TRANS-SERVICE-HOURS NOT = SPACES
005170         AND TRANS-SERVICE-HOURS NOT NUMERIC)
005180        OR (TRANS-SERVICE-HS-HOURS NOT = SPACES
005190         AND TRANS-SERVICE-HS-HOURS NOT NUMERIC)
005200        OR (TRANS-SERVICE-STOPS NOT = SPACES
005210         AND TRANS-SERVICE-STOPS NOT NUMERIC)
005220         MOVE "N" TO TRANS-VALID-FLAG
005230         MOVE "INVALID SERVICE THRESHOLD" TO TRANS-REJECT-TEXT
005240         GO TO 3250-EXIT
005250     END-IF.
005260 3250-EXIT.
005270     EXIT.
005280******************************************************************
005290*    3300-BUILD-AFTER-IMAGE -- THE SETTINGS AS THEY WILL STAND:  *
005300*    THE BEFORE IMAGE OVERLAID WITH EVERY FIELD KEYED.           *
005310******************************************************************
005320 3300-BUILD-AFTER-IMAGE.
005330     MOVE BEFORE-DESCRIPTION     TO AFTER-DESCRIPTION
005340     MOVE BEFORE-STATUS          TO AFTER-STATUS
005350     MOVE BEFORE-MIN-SPEED       TO AFTER-MIN-SPEED
005360     MOVE BEFORE-MAX-SPEED       TO AFTER-MAX-SPEED
005370     MOVE BEFORE-SPEED-INCREMENT TO AFTER-SPEED-INCREMENT
005380     MOVE BEFORE-SPEED-DECREMENT TO AFTER-SPEED-DECREMENT
005390     MOVE BEFORE-DEBOUNCE        TO AFTER-DEBOUNCE
005400     MOVE BEFORE-RESET-CODE      TO AFTER-RESET-CODE
005410     MOVE BEFORE-HIGH-SPEED      TO AFTER-HIGH-SPEED
005420     MOVE BEFORE-SERVICE-HOURS   TO AFTER-SERVICE-HOURS
005430     MOVE BEFORE-SERVICE-HS-HOURS
005440                                 TO AFTER-SERVICE-HS-HOURS
005450     MOVE BEFORE-SERVICE-STOPS   TO AFTER-SERVICE-STOPS
005460     IF TRANS-ADD
005470         MOVE "I" TO AFTER-STATUS
005480     END-IF
005490     IF TRANS-DESCRIPTION NOT = SPACES
005500         MOVE TRANS-DESCRIPTION TO AFTER-DESCRIPTION
005510     END-IF
005520     IF TRANS-STATUS NOT = SPACE
005530         MOVE TRANS-STATUS TO AFTER-STATUS
005540     END-IF
005550     IF TRANS-MIN-SPEED NOT = SPACES
005560         MOVE TRANS-MIN-SPEED-NUM TO AFTER-MIN-SPEED
005570     END-IF
005580     IF TRANS-MAX-SPEED NOT = SPACES
005590         MOVE TRANS-MAX-SPEED-NUM TO AFTER-MAX-SPEED
005600     END-IF
005610     IF TRANS-SPEED-INCREMENT NOT = SPACES
005620         MOVE TRANS-SPEED-INCREMENT-NUM TO AFTER-SPEED-INCREMENT
005630     END-IF
005640     IF TRANS-SPEED-DECREMENT NOT = SPACES
005650         MOVE TRANS-SPEED-DECREMENT-NUM TO AFTER-SPEED-DECREMENT
005660     END-IF
005670     IF TRANS-DEBOUNCE NOT = SPACES
005680         MOVE TRANS-DEBOUNCE-NUM TO AFTER-DEBOUNCE
005690     END-IF
005700     IF TRANS-RESET-CODE NOT = SPACES
005710         MOVE TRANS-RESET-CODE TO AFTER-RESET-CODE
005720     END-IF
005730     IF TRANS-HIGH-SPEED NOT = SPACES
005740         MOVE TRANS-HIGH-SPEED-NUM TO AFTER-HIGH-SPEED
005750     END-IF
005760     IF TRANS-SERVICE-HOURS NOT = SPACES
005770         MOVE TRANS-SERVICE-HOURS-NUM TO AFTER-SERVICE-HOURS
005780     END-IF
005790     IF TRANS-SERVICE-HS-HOURS NOT = SPACES
005800         MOVE TRANS-SERVICE-HS-HOURS-NUM
005810                                 TO AFTER-SERVICE-HS-HOURS
005820     END-IF
005830     IF TRANS-SERVICE-STOPS NOT = SPACES
005840         MOVE TRANS-SERVICE-STOPS-NUM TO AFTER-SERVICE-STOPS
005850     END-IF.
005860 3300-EXIT.
005870     EXIT.
005880******************************************************************
005890*    4000-APPLY-TRANS -- WRITE, REWRITE OR DELETE THE MACHINE    *
005900*    RECORD.                                                     *
005910******************************************************************
005920 4000-APPLY-TRANS.
005930     IF TRANS-DELETE
005940         DELETE MACHINE-CONFIG
005950             INVALID KEY
005960                 DISPLAY "MACHMNT: DELETE FAILED, STATUS "
005970                         MACHINE-CONFIG-STATUS UPON CONSL
005980                 PERFORM 9999-ABORT-RUN
005990         END-DELETE
006000         GO TO 4000-EXIT
006010     END-IF
006020     IF TRANS-ADD
006030         MOVE SPACES             TO MACHINE-CONFIG-RECORD
006040         MOVE TRANS-MACHINE-ID   TO MACH-CFG-MACHINE-ID
006050     END-IF
006060     MOVE AFTER-DESCRIPTION      TO MACH-CFG-DESCRIPTION
006070     MOVE AFTER-STATUS           TO MACH-CFG-STATUS
006080     MOVE AFTER-MIN-SPEED        TO MACH-CFG-MIN-SPEED
006090     MOVE AFTER-MAX-SPEED        TO MACH-CFG-MAX-SPEED
006100     MOVE AFTER-SPEED-INCREMENT  TO MACH-CFG-SPEED-INCREMENT
006110     MOVE AFTER-SPEED-DECREMENT  TO MACH-CFG-SPEED-DECREMENT
006120     MOVE AFTER-DEBOUNCE         TO MACH-CFG-DEBOUNCE-THRESHOLD
006130     MOVE AFTER-RESET-CODE       TO MACH-CFG-RESET-CODE
006140     MOVE AFTER-HIGH-SPEED       TO MACH-CFG-HIGH-SPEED
006150     MOVE AFTER-SERVICE-HOURS    TO MACH-CFG-SERVICE-HOURS
006160     MOVE AFTER-SERVICE-HS-HOURS TO MACH-CFG-SERVICE-HS-HOURS
006170     MOVE AFTER-SERVICE-STOPS    TO MACH-CFG-SERVICE-STOPS
006180     MOVE RUN-DATE-NUM           TO MACH-CFG-LAST-MAINT-DATE
006190     MOVE TRANS-OPERATOR-ID      TO MACH-CFG-LAST-MAINT-OPER
006200     IF TRANS-ADD
006210         WRITE MACHINE-CONFIG-RECORD
006220             INVALID KEY
006230                 DISPLAY "MACHMNT: WRITE FAILED, STATUS "
006240                         MACHINE-CONFIG-STATUS UPON CONSL
006250                 PERFORM 9999-ABORT-RUN
006260         END-WRITE
006270     ELSE
006280         REWRITE MACHINE-CONFIG-RECORD
006290             INVALID KEY
006300                 DISPLAY "MACHMNT: REWRITE FAILED, STATUS "
006310                         MACHINE-CONFIG-STATUS UPON CONSL
006320                 PERFORM 9999-ABORT-RUN
006330         END-REWRITE
006340     END-IF.
006350 4000-EXIT.
006360     EXIT.
006370******************************************************************
006380*    5000-WRITE-AUDIT-LINE -- BEFORE/AFTER SETTINGS AND THE      *
006390*    DISPOSITION FOR ONE TRANSACTION.  THE RESET CODE PRINTS AS  *
006400*    ASTERISKS, OR "*CHANGED" ON THE AFTER IMAGE WHEN IT WAS     *
006410*    REPLACED.  THE SERVICE SETTINGS FOLLOW ON A SECOND LINE.    *
006420******************************************************************
006430 5000-WRITE-AUDIT-LINE.
006440     IF AUDIT-LINE-COUNT >= AUDIT-PAGE-LIMIT
006450         PERFORM 5100-AUDIT-PAGE-HEADING THRU 5100-EXIT
006460     END-IF
006470     EVALUATE TRUE
006480         WHEN TRANS-ADD       MOVE "ADD  " TO AD-ACTION
006490         WHEN TRANS-CHANGE    MOVE "CHG  " TO AD-ACTION
006500         WHEN TRANS-DELETE    MOVE "DEL  " TO AD-ACTION
006510         WHEN OTHER           MOVE "???  " TO AD-ACTION
006520     END-EVALUATE
006530     MOVE TRANS-MACHINE-ID  TO AD-MACHINE-ID
006540     MOVE TRANS-OPERATOR-ID TO AD-OPERATOR
006550     IF BEFORE-PRESENT
006560         MOVE BEFORE-STATUS          TO AI-STATUS
006570         MOVE BEFORE-MIN-SPEED       TO AI-MIN-SPEED
006580         MOVE BEFORE-MAX-SPEED       TO AI-MAX-SPEED
006590         MOVE BEFORE-SPEED-INCREMENT TO AI-SPEED-INCREMENT
006600         MOVE BEFORE-SPEED-DECREMENT TO AI-SPEED-DECREMENT
006610         MOVE BEFORE-DEBOUNCE        TO AI-DEBOUNCE
006620         MOVE "********"             TO AI-RESET-CODE
006630     ELSE
006640         MOVE "-"        TO AI-STATUS
006650         MOVE "---"      TO AI-MIN-SPEED
006660         MOVE "---"      TO AI-MAX-SPEED
006670         MOVE "---"      TO AI-SPEED-INCREMENT
006680         MOVE "---"      TO AI-SPEED-DECREMENT
006690         MOVE "---"      TO AI-DEBOUNCE
006700         MOVE "--------" TO AI-RESET-CODE
006710     END-IF
006720     MOVE AUDIT-IMAGE-WORK TO AD-BEFORE-IMAGE
006730     EVALUATE TRUE
006740         WHEN NOT TRANS-VALID
006750             MOVE AD-BEFORE-IMAGE TO AD-AFTER-IMAGE
006760         WHEN TRANS-DELETE
006770             MOVE "-"        TO AI-STATUS
006780             MOVE "---"      TO AI-MIN-SPEED
006790             MOVE "---"      TO AI-MAX-SPEED
006800             MOVE "---"      TO AI-SPEED-INCREMENT
006810             MOVE "---"      TO AI-SPEED-DECREMENT
006820             MOVE "---"      TO AI-DEBOUNCE
006830             MOVE "--------" TO AI-RESET-CODE
006840             MOVE AUDIT-IMAGE-WORK TO AD-AFTER-IMAGE
006850         WHEN OTHER
006860             MOVE AFTER-STATUS          TO AI-STATUS
006870             MOVE AFTER-MIN-SPEED       TO AI-MIN-SPEED
006880             MOVE AFTER-MAX-SPEED       TO AI-MAX-SPEED
006890             MOVE AFTER-SPEED-INCREMENT TO AI-SPEED-INCREMENT
006900             MOVE AFTER-SPEED-DECREMENT TO AI-SPEED-DECREMENT
006910             MOVE AFTER-DEBOUNCE        TO AI-DEBOUNCE
006920             IF BEFORE-PRESENT
006930                AND AFTER-RESET-CODE NOT = BEFORE-RESET-CODE
006940                 MOVE "*CHANGED"        TO AI-RESET-CODE
006950             ELSE
006960                 MOVE "********"        TO AI-RESET-CODE
006970             END-IF
006980             MOVE AUDIT-IMAGE-WORK TO AD-AFTER-IMAGE
006990     END-EVALUATE
007000     WRITE AUDIT-PRINT-LINE FROM AUDIT-DETAIL-LINE
007010         AFTER ADVANCING 1 LINE
007020     ADD 1 TO AUDIT-LINE-COUNT
007030     PERFORM 5050-WRITE-SERVICE-LINE THRU 5050-EXIT.
007040 5000-EXIT.
007050     EXIT.
007060******************************************************************
007070*    5050-WRITE-SERVICE-LINE -- BEFORE/AFTER HIGH-SPEED LEVEL    *
007080*    AND SERVICE THRESHOLDS, SHOWN THE SAME WAY AS THE LIMITS.   *
007090******************************************************************
007100 5050-WRITE-SERVICE-LINE.
007110     IF BEFORE-PRESENT
007120         MOVE BEFORE-HIGH-SPEED       TO SI-HIGH-SPEED
007130         MOVE BEFORE-SERVICE-HOURS    TO SI-SERVICE-HOURS
007140         MOVE BEFORE-SERVICE-HS-HOURS TO SI-SERVICE-HS-HOURS
007150         MOVE BEFORE-SERVICE-STOPS    TO SI-SERVICE-STOPS
007160     ELSE
007170         MOVE "---"   TO SI-HIGH-SPEED
007180         MOVE "-----" TO SI-SERVICE-HOURS
007190         MOVE "-----" TO SI-SERVICE-HS-HOURS
007200         MOVE "---"   TO SI-SERVICE-STOPS
007210     END-IF
007220     MOVE SERVICE-IMAGE-WORK TO AS-BEFORE-IMAGE
007230     EVALUATE TRUE
007240         WHEN NOT TRANS-VALID
007250             MOVE AS-BEFORE-IMAGE TO AS-AFTER-IMAGE
007260         WHEN TRANS-DELETE
007270             MOVE "---"   TO SI-HIGH-SPEED
007280             MOVE "-----" TO SI-SERVICE-HOURS
007290             MOVE "-----" TO SI-SERVICE-HS-HOURS
007300             MOVE "---"   TO SI-SERVICE-STOPS
007310             MOVE SERVICE-IMAGE-WORK TO AS-AFTER-IMAGE
007320         WHEN OTHER
007330             MOVE AFTER-HIGH-SPEED       TO SI-HIGH-SPEED
007340             MOVE AFTER-SERVICE-HOURS    TO SI-SERVICE-HOURS
007350             MOVE AFTER-SERVICE-HS-HOURS TO SI-SERVICE-HS-HOURS
007360             MOVE AFTER-SERVICE-STOPS    TO SI-SERVICE-STOPS
007370             MOVE SERVICE-IMAGE-WORK TO AS-AFTER-IMAGE
007380     END-EVALUATE
007390     WRITE AUDIT-PRINT-LINE FROM AUDIT-SERVICE-LINE
007400         AFTER ADVANCING 1 LINE
007410     ADD 1 TO AUDIT-LINE-COUNT.
007420 5050-EXIT.
007430     EXIT.
007440 5100-AUDIT-PAGE-HEADING.
007450     ADD 1 TO AUDIT-PAGE-COUNT
007460     MOVE RUN-TIMESTAMP     TO AH1-TIMESTAMP
007470     MOVE AUDIT-PAGE-COUNT  TO AH1-PAGE
007480     WRITE AUDIT-PRINT-LINE FROM AUDIT-HEADING-1
007490         AFTER ADVANCING PAGE
007500     WRITE AUDIT-PRINT-LINE FROM AUDIT-HEADING-2
007510         AFTER ADVANCING 2 LINES
007520     WRITE AUDIT-PRINT-LINE FROM AUDIT-HEADING-3
007530         AFTER ADVANCING 1 LINE
007540     MOVE SPACES TO AUDIT-PRINT-LINE
007550     WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE
007560     MOVE 5 TO AUDIT-LINE-COUNT.
007570 5100-EXIT.
007580     EXIT.
007590******************************************************************
007600*    8000-TERMINATE -- CONTROL COUNTS AND CLOSE.                 *
007610******************************************************************
007620 8000-TERMINATE.
007630     MOVE SPACES TO AUDIT-PRINT-LINE
007640     WRITE AUDIT-PRINT-LINE AFTER ADVANCING 2 LINES
007650     MOVE "TRANSACTIONS READ     : " TO AT-TOTAL-TEXT
007660     MOVE TRANS-READ-COUNT           TO AT-TOTAL-COUNT
007670     WRITE AUDIT-PRINT-LINE FROM AUDIT-TOTAL-LINE
007680         AFTER ADVANCING 1 LINE
007690     MOVE "TRANSACTIONS APPLIED  : " TO AT-TOTAL-TEXT
007700     MOVE TRANS-APPLIED-COUNT        TO AT-TOTAL-COUNT
007710     WRITE AUDIT-PRINT-LINE FROM AUDIT-TOTAL-LINE
007720         AFTER ADVANCING 1 LINE
007730     MOVE "TRANSACTIONS REJECTED : " TO AT-TOTAL-TEXT
007740     MOVE TRANS-REJECTED-COUNT       TO AT-TOTAL-COUNT
007750     WRITE AUDIT-PRINT-LINE FROM AUDIT-TOTAL-LINE
007760         AFTER ADVANCING 1 LINE
007770     CLOSE MACHINE-TRANS MACHINE-CONFIG AUDIT-REPORT
007780     DISPLAY "MACHMNT: " TRANS-APPLIED-COUNT " APPLIED, "
007790             TRANS-REJECTED-COUNT " REJECTED" UPON CONSL.
007800 8000-EXIT.
007810     EXIT.
007820******************************************************************
007830*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
007840******************************************************************
007850 9999-ABORT-RUN.
007860     DISPLAY "MACHMNT: RUN ABORTED" UPON CONSL
007870     MOVE 16 TO RETURN-CODE
007880     STOP RUN.
