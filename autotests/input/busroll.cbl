000010******************************************************************
000020*    BUSROLL -- BUSINESS-DATE ROLL.                              *
000030*                                                                *
000040*    LAST STEP OF THE NIGHTLY STREAM, RUN AFTER THE END-OF-NIGHT *
000050*    VERIFIER (RUNVRFY).  ADVANCES THE BUSINESS-DATE CONTROL     *
000060*    RECORD (BUSDATE, SEE COPYBOOK BUSDATE) TO THE NEXT          *
000070*    BUSINESS DAY -- SKIPPING WEEKENDS AND THE HOLIDAYS ON THE   *
000080*    HOLIDAY CALENDAR (HOLCAL) -- AND RESETS THE PRIOR AND NEXT  *
000090*    BUSINESS DATES, THE PERIOD AND THE LAST-BUSINESS-DAY OF     *
000100*    MONTH AND YEAR FLAGS.  THE DATE ONLY MOVES WHEN RUNVRFY     *
000110*    HAS STAMPED THE NIGHT VERIFIED CLEAN; OTHERWISE THE RUN IS  *
000120*    REFUSED WITH RETURN CODE 8 AND EVERY RERUN STAYS ON THE     *
000130*    SAME BUSINESS DAY.                                          *
000140*                                                                *
000150*    ON THE LAST BUSINESS DAY OF A MONTH THE DATE IS NOT ROLLED  *
000160*    UNTIL THAT MONTH IS CLOSED ON CLOSECTL.  THE ROLL INSTEAD   *
000170*    ENDS WITH A RETURN CODE THE SCHEDULER RUNS THE CLOSE FROM:  *
000180*      RC 4 -- MONTH-END CLOSE DUE (TOTMEND);                    *
000190*      RC 5 -- MONTH-END AND YEAR-END CLOSE DUE (TOTMEND, THEN   *
000200*              TOTYEND);                                         *
000210*      RC 6 -- YEAR-END CLOSE DUE (TOTYEND);                     *
000220*    AND BUSROLL IS RUN AGAIN AFTER THE CLOSE TO MAKE THE ROLL.  *
000230*                                                                *
000240*    A DATE KEYED ON THE BUSDCRD CARD (MMDDYYYY) SETS THE RECORD *
000250*    TO THAT BUSINESS DAY WITHOUT THE VERIFY OR CLOSE CHECKS --  *
000260*    FOR THE FIRST RUN, OR WHEN OPERATIONS MUST CORRECT THE      *
000270*    DATE.  THE STEP RUNS AFTER THE VERIFIER AND SO DOES NOT     *
000280*    LOG TO THE RUN-EVENT FILE (RUNEVNT) ITSELF.                 *
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    BUSROLL.
000320 AUTHOR.        R. T. CALDWELL.
000330 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000340 DATE-WRITTEN.  10/15/26.
000350 DATE-COMPILED.
000360******************************************************************
000370*                     MODIFICATION HISTORY                       *
000380*  DATE      INIT  DESCRIPTION                                   *
000390*  --------  ----  ---------------------------------------------*
000400*  10/15/26  RTC   INITIAL VERSION                               *
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.  GNULINUX.
000450 OBJECT-COMPUTER.  HERCULES.
000460 SPECIAL-NAMES.
000470     CONSOLE IS CONSL.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OPTIONAL BUSINESS-DATE-FILE
000510         ASSIGN TO BUSDATE
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS BUSINESS-DATE-STATUS.
000540     SELECT HOLIDAY-FILE
000550         ASSIGN TO HOLCAL
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS HOLIDAY-FILE-STATUS.
000580     SELECT OPTIONAL CLOSE-CONTROL-FILE
000590         ASSIGN TO CLOSECTL
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS CLOSE-CONTROL-STATUS.
000620     SELECT OPTIONAL CONTROL-CARD-FILE
000630         ASSIGN TO BUSDCRD
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS CONTROL-CARD-STATUS.
000660     SELECT ROLL-REPORT
000670         ASSIGN TO ROLPRINT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS ROLL-REPORT-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720*    THE RECORD IS READ INTO AND REWRITTEN WHOLE FROM THE
000730*    WORKING COPY (COPYBOOK BUSDATE IN WORKING-STORAGE).
000740 FD  BUSINESS-DATE-FILE.
000750 01  BUSINESS-DATE-FILE-RECORD   PIC X(80).
000760 FD  HOLIDAY-FILE.
000770     COPY HOLCAL.
000780 FD  CLOSE-CONTROL-FILE.
000790     COPY CLOSECTL.
000800 FD  CONTROL-CARD-FILE.
000810 01  CONTROL-CARD-RECORD.
000820     03  CARD-SET-DATE           PIC X(08).
000830     03  CARD-SET-DATE-NUM       REDEFINES CARD-SET-DATE
000840                                 PIC 9(08).
000850     03  FILLER                  PIC X(72).
000860 FD  ROLL-REPORT.
000870 01  ROLL-PRINT-LINE             PIC X(132).
000880 WORKING-STORAGE SECTION.
000890 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
000900 77  HOLIDAY-FILE-STATUS         PIC X(02) VALUE SPACES.
000910 77  CLOSE-CONTROL-STATUS        PIC X(02) VALUE SPACES.
000920 77  CONTROL-CARD-STATUS         PIC X(02) VALUE SPACES.
000930 77  ROLL-REPORT-STATUS          PIC X(02) VALUE SPACES.
000940 77  DATE-PRESENT-FLAG           PIC X(01) VALUE "N".
000950     88  DATE-PRESENT                      VALUE "Y".
000960 77  SET-CARD-FLAG               PIC X(01) VALUE "N".
000970     88  SET-CARD-PRESENT                  VALUE "Y".
000980 77  CONTROL-PRESENT-FLAG        PIC X(01) VALUE "N".
000990     88  CONTROL-PRESENT                   VALUE "Y".
001000 77  MONTH-CLOSED-FLAG           PIC X(01) VALUE "N".
001010     88  MONTH-CLOSED                      VALUE "Y".
001020 77  YEAR-CLOSED-FLAG            PIC X(01) VALUE "N".
001030     88  YEAR-CLOSED                       VALUE "Y".
001040 77  AT-END-OF-HOLIDAYS-FLAG     PIC X(01) VALUE "N".
001050     88  AT-END-OF-HOLIDAYS                VALUE "Y".
001060 77  BUSINESS-DAY-FLAG           PIC X(01) VALUE "N".
001070     88  BUSINESS-DAY                      VALUE "Y".
001080 77  LEAP-YEAR-FLAG              PIC X(01) VALUE "N".
001090     88  LEAP-YEAR                         VALUE "Y".
001100*    WHAT THIS RUN DID TO THE RECORD: R = ROLLED, S = SET FROM
001110*    THE CARD, C = HELD FOR THE CLOSE.
001120 77  ROLL-ACTION-CODE            PIC X(01) VALUE SPACE.
001130     88  ROLL-ACTION-ROLLED                VALUE "R".
001140     88  ROLL-ACTION-SET                   VALUE "S".
001150     88  ROLL-ACTION-CLOSE-DUE             VALUE "C".
001160 77  ROLL-RETURN-CODE            PIC 9(02) VALUE ZERO.
001170 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001180 77  CALENDAR-LAST-YEAR          PIC 9(04) VALUE ZERO.
001190 77  DAYS-IN-MONTH               PIC 9(02) VALUE ZERO.
001200 77  WEEK-QUOTIENT               PIC S9(09) COMP VALUE ZERO.
001210 77  WEEKDAY-NUMBER              PIC S9(01) COMP VALUE ZERO.
001220*    THE RECORD AS IT STOOD BEFORE THIS RUN, FOR THE REPORT.
001230 77  BEFORE-PROCESSING-DATE      PIC 9(08) VALUE ZERO.
001240 77  BEFORE-PRIOR-DATE           PIC 9(08) VALUE ZERO.
001250 77  BEFORE-NEXT-DATE            PIC 9(08) VALUE ZERO.
001260 77  BEFORE-PERIOD               PIC 9(06) VALUE ZERO.
001270 77  BEFORE-MONTH-END-FLAG       PIC X(01) VALUE SPACE.
001280 77  BEFORE-YEAR-END-FLAG        PIC X(01) VALUE SPACE.
001290 77  BEFORE-VERIFIED-DATE        PIC 9(08) VALUE ZERO.
001300*    WORKING COPY OF THE BUSINESS-DATE RECORD.
001310     COPY BUSDATE.
001320*    DATE WORK: ANY MMDDYYYY DATE, STEPPED A DAY AT A TIME AND
001330*    TURNED INTO A COUNT OF DAYS FOR THE DAY OF THE WEEK.
001340 01  MDY-DATE-WORK               PIC 9(08) VALUE ZERO.
001350 01  MDY-DATE-X                  REDEFINES MDY-DATE-WORK.
001360     03  MDY-DATE-MM             PIC 9(02).
001370     03  MDY-DATE-DD             PIC 9(02).
001380     03  MDY-DATE-YYYY           PIC 9(04).
001390 77  DAY-SERIAL                  PIC S9(09) COMP VALUE ZERO.
001400 77  PRIOR-YEARS                 PIC S9(05) COMP VALUE ZERO.
001410 77  LEAP-QUOTIENT               PIC S9(05) COMP VALUE ZERO.
001420 77  LEAP-REMAINDER-4            PIC S9(05) COMP VALUE ZERO.
001430 77  LEAP-REMAINDER-100          PIC S9(05) COMP VALUE ZERO.
001440 77  LEAP-REMAINDER-400          PIC S9(05) COMP VALUE ZERO.
001450 01  MONTH-START-VALUES.
001460     03  FILLER                  PIC 9(03) VALUE 000.
001470     03  FILLER                  PIC 9(03) VALUE 031.
001480     03  FILLER                  PIC 9(03) VALUE 059.
001490     03  FILLER                  PIC 9(03) VALUE 090.
001500     03  FILLER                  PIC 9(03) VALUE 120.
001510     03  FILLER                  PIC 9(03) VALUE 151.
001520     03  FILLER                  PIC 9(03) VALUE 181.
001530     03  FILLER                  PIC 9(03) VALUE 212.
001540     03  FILLER                  PIC 9(03) VALUE 243.
001550     03  FILLER                  PIC 9(03) VALUE 273.
001560     03  FILLER                  PIC 9(03) VALUE 304.
001570     03  FILLER                  PIC 9(03) VALUE 334.
001580 01  MONTH-START-TABLE           REDEFINES MONTH-START-VALUES.
001590     03  MONTH-START-DAYS        OCCURS 12 TIMES
001600                                 PIC 9(03).
001610 01  MONTH-LENGTH-VALUES.
001620     03  FILLER                  PIC 9(02) VALUE 31.
001630     03  FILLER                  PIC 9(02) VALUE 28.
001640     03  FILLER                  PIC 9(02) VALUE 31.
001650     03  FILLER                  PIC 9(02) VALUE 30.
001660     03  FILLER                  PIC 9(02) VALUE 31.
001670     03  FILLER                  PIC 9(02) VALUE 30.
001680     03  FILLER                  PIC 9(02) VALUE 31.
001690     03  FILLER                  PIC 9(02) VALUE 31.
001700     03  FILLER                  PIC 9(02) VALUE 30.
001710     03  FILLER                  PIC 9(02) VALUE 31.
001720     03  FILLER                  PIC 9(02) VALUE 30.
001730     03  FILLER                  PIC 9(02) VALUE 31.
001740 01  MONTH-LENGTH-TABLE          REDEFINES MONTH-LENGTH-VALUES.
001750     03  MONTH-LENGTH            OCCURS 12 TIMES
001760                                 PIC 9(02).
001770*    THE HOLIDAY CALENDAR, LOADED WHOLE.
001780 01  HOLIDAY-TABLE.
001790     03  HOLIDAY-COUNT           PIC 9(03) COMP VALUE ZERO.
001800     03  HOLIDAY-MAX             PIC 9(03) COMP VALUE 200.
001810     03  HOLIDAY-ENTRY OCCURS 200 TIMES
001820             INDEXED BY HOL-IDX.
001830         05  HT-DATE             PIC 9(08).
001840 01  ROLL-HEADING-1.
001850     03  FILLER                  PIC X(33)
001860         VALUE "BUSINESS-DATE ROLL".
001870     03  FILLER                  PIC X(11) VALUE SPACES.
001880     03  FILLER                  PIC X(04) VALUE "RUN ".
001890     03  RH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001900     03  FILLER                  PIC X(68) VALUE SPACES.
001910 01  ROLL-HEADING-2.
001920     03  FILLER                  PIC X(24) VALUE SPACES.
001930     03  FILLER                  PIC X(14) VALUE "BEFORE".
001940     03  FILLER                  PIC X(94) VALUE "AFTER".
001950 01  ROLL-DATE-LINE.
001960     03  RD-TEXT                 PIC X(24).
001970     03  RD-BEFORE-DATE          PIC 99/99/9999.
001980     03  FILLER                  PIC X(04) VALUE SPACES.
001990     03  RD-AFTER-DATE           PIC 99/99/9999.
002000     03  FILLER                  PIC X(84) VALUE SPACES.
002010 01  ROLL-PERIOD-LINE.
002020     03  RP-TEXT                 PIC X(24).
002030     03  RP-BEFORE-PERIOD        PIC 9999/99.
002040     03  FILLER                  PIC X(07) VALUE SPACES.
002050     03  RP-AFTER-PERIOD         PIC 9999/99.
002060     03  FILLER                  PIC X(87) VALUE SPACES.
002070 01  ROLL-FLAG-LINE.
002080     03  RF-TEXT                 PIC X(24).
002090     03  RF-BEFORE-FLAG          PIC X(01).
002100     03  FILLER                  PIC X(13) VALUE SPACES.
002110     03  RF-AFTER-FLAG           PIC X(01).
002120     03  FILLER                  PIC X(93) VALUE SPACES.
002130 01  ROLL-TOTAL-LINE.
002140     03  RT-TOTAL-TEXT           PIC X(24).
002150     03  RT-TOTAL-COUNT          PIC ZZZ,ZZ9.
002160     03  FILLER                  PIC X(101) VALUE SPACES.
002170 01  ROLL-VERDICT-LINE.
002180     03  RV-TEXT                 PIC X(52).
002190     03  FILLER                  PIC X(80) VALUE SPACES.
002200 PROCEDURE DIVISION.
002210******************************************************************
002220*    0000-MAINLINE -- RUN CONTROL.                               *
002230******************************************************************
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002260     IF SET-CARD-PRESENT
002270         PERFORM 3000-SET-DATE THRU 3000-EXIT
002280     ELSE
002290         PERFORM 2000-CHECK-NIGHT THRU 2000-EXIT
002300         IF ROLL-RETURN-CODE = ZERO
002310             PERFORM 4000-ROLL-DATE THRU 4000-EXIT
002320         END-IF
002330     END-IF
002340     IF ROLL-RETURN-CODE = ZERO
002350         PERFORM 4500-WRITE-BUSINESS-DATE THRU 4500-EXIT
002360     END-IF
002370     PERFORM 5000-PRINT-ROLL-REPORT THRU 5000-EXIT
002380     PERFORM 8000-TERMINATE THRU 8000-EXIT
002390     STOP RUN.
002400******************************************************************
002410*    1000-INITIALIZE -- OPEN THE REPORT, LOAD THE HOLIDAY        *
002420*    CALENDAR, READ THE SET CARD AND THE CURRENT RECORD.         *
002430******************************************************************
002440 1000-INITIALIZE.
002450     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
002460     OPEN OUTPUT ROLL-REPORT
002470     IF ROLL-REPORT-STATUS NOT = "00"
002480         DISPLAY "BUSROLL: OPEN FAILED, ROLPRINT STATUS "
002490                 ROLL-REPORT-STATUS UPON CONSL
002500         GO TO 9999-ABORT-RUN
002510     END-IF
002520     PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT
002530     PERFORM 1200-READ-SET-CARD THRU 1200-EXIT
002540     PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
002550     IF NOT DATE-PRESENT
002560      AND NOT SET-CARD-PRESENT
002570         DISPLAY "BUSROLL: NO BUSINESS-DATE RECORD - KEY THE "
002580                 "FIRST DATE ON THE BUSDCRD CARD" UPON CONSL
002590         GO TO 9999-ABORT-RUN
002600     END-IF.
002610 1000-EXIT.
002620     EXIT.
002630******************************************************************
002640*    1100-LOAD-HOLIDAYS -- THE WHOLE CALENDAR INTO THE TABLE,    *
002650*    NOTING THE LAST YEAR IT COVERS.  A MISSING OR UNREADABLE    *
002660*    CALENDAR STOPS THE RUN RATHER THAN ROLL ONTO A HOLIDAY.     *
002670******************************************************************
002680 1100-LOAD-HOLIDAYS.
002690     OPEN INPUT HOLIDAY-FILE
002700     IF HOLIDAY-FILE-STATUS NOT = "00"
002710         DISPLAY "BUSROLL: OPEN FAILED, HOLCAL STATUS "
002720                 HOLIDAY-FILE-STATUS UPON CONSL
002730         GO TO 9999-ABORT-RUN
002740     END-IF
002750     PERFORM 1110-LOAD-ONE-HOLIDAY THRU 1110-EXIT
002760         UNTIL AT-END-OF-HOLIDAYS
002770     CLOSE HOLIDAY-FILE.
002780 1100-EXIT.
002790     EXIT.
002800 1110-LOAD-ONE-HOLIDAY.
002810     READ HOLIDAY-FILE
002820         AT END
002830             MOVE "Y" TO AT-END-OF-HOLIDAYS-FLAG
002840             GO TO 1110-EXIT
002850     END-READ
002860     IF HOLIDAY-DATE NOT NUMERIC
002870      OR HOLIDAY-MM < 01 OR HOLIDAY-MM > 12
002880      OR HOLIDAY-DD < 01 OR HOLIDAY-DD > 31
002890         DISPLAY "BUSROLL: INVALID HOLIDAY DATE "
002900                 HOLIDAY-DATE-X " " HOLIDAY-NAME UPON CONSL
002910         GO TO 9999-ABORT-RUN
002920     END-IF
002930     IF HOLIDAY-COUNT >= HOLIDAY-MAX
002940         DISPLAY "BUSROLL: HOLIDAY TABLE FULL" UPON CONSL
002950         GO TO 9999-ABORT-RUN
002960     END-IF
002970     ADD 1 TO HOLIDAY-COUNT
002980     SET HOL-IDX TO HOLIDAY-COUNT
002990     MOVE HOLIDAY-DATE TO HT-DATE (HOL-IDX)
003000     IF HOLIDAY-YYYY > CALENDAR-LAST-YEAR
003010         MOVE HOLIDAY-YYYY TO CALENDAR-LAST-YEAR
003020     END-IF.
003030 1110-EXIT.
003040     EXIT.
003050******************************************************************
003060*    1200-READ-SET-CARD -- A DATE ON THE BUSDCRD CARD SETS THE   *
003070*    RECORD TO THAT DAY; A BLANK OR ABSENT CARD IS A NORMAL      *
003080*    NIGHTLY ROLL.                                               *
003090******************************************************************
003100 1200-READ-SET-CARD.
003110     MOVE "N" TO SET-CARD-FLAG
003120     OPEN INPUT CONTROL-CARD-FILE
003130     READ CONTROL-CARD-FILE
003140         AT END
003150             CLOSE CONTROL-CARD-FILE
003160             GO TO 1200-EXIT
003170     END-READ
003180     CLOSE CONTROL-CARD-FILE
003190     IF CARD-SET-DATE = SPACES
003200         GO TO 1200-EXIT
003210     END-IF
003220     IF CARD-SET-DATE NOT NUMERIC
003230         DISPLAY "BUSROLL: INVALID SET DATE " CARD-SET-DATE
003240             UPON CONSL
003250         GO TO 9999-ABORT-RUN
003260     END-IF
003270     MOVE CARD-SET-DATE-NUM TO MDY-DATE-WORK
003280     IF MDY-DATE-MM < 01 OR MDY-DATE-MM > 12
003290      OR MDY-DATE-DD < 01
003300         DISPLAY "BUSROLL: INVALID SET DATE " CARD-SET-DATE
003310             UPON CONSL
003320         GO TO 9999-ABORT-RUN
003330     END-IF
003340     PERFORM 7150-SET-DAYS-IN-MONTH THRU 7150-EXIT
003350     IF MDY-DATE-DD > DAYS-IN-MONTH
003360         DISPLAY "BUSROLL: INVALID SET DATE " CARD-SET-DATE
003370             UPON CONSL
003380         GO TO 9999-ABORT-RUN
003390     END-IF
003400     MOVE "Y" TO SET-CARD-FLAG.
003410 1200-EXIT.
003420     EXIT.
003430 1300-READ-BUSINESS-DATE.
003440     MOVE "N" TO DATE-PRESENT-FLAG
003450     OPEN INPUT BUSINESS-DATE-FILE
003460     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
003470         AT END
003480             MOVE SPACES TO BUSINESS-DATE-RECORD
003490             INITIALIZE BUSINESS-DATE-RECORD
003500         NOT AT END
003510             MOVE "Y" TO DATE-PRESENT-FLAG
003520     END-READ
003530     CLOSE BUSINESS-DATE-FILE
003540     MOVE BUS-PROCESSING-DATE TO BEFORE-PROCESSING-DATE
003550     MOVE BUS-PRIOR-DATE      TO BEFORE-PRIOR-DATE
003560     MOVE BUS-NEXT-DATE       TO BEFORE-NEXT-DATE
003570     MOVE BUS-PERIOD          TO BEFORE-PERIOD
003580     MOVE BUS-MONTH-END-FLAG  TO BEFORE-MONTH-END-FLAG
003590     MOVE BUS-YEAR-END-FLAG   TO BEFORE-YEAR-END-FLAG
003600     MOVE BUS-VERIFIED-DATE   TO BEFORE-VERIFIED-DATE.
003610 1300-EXIT.
003620     EXIT.
003630******************************************************************
003640*    2000-CHECK-NIGHT -- THE NIGHT MUST BE VERIFIED CLEAN BY     *
003650*    RUNVRFY FOR THIS PROCESSING DATE, AND ON THE LAST BUSINESS  *
003660*    DAY OF A MONTH THE CLOSE MUST BE DONE BEFORE THE ROLL.      *
003670******************************************************************
003680 2000-CHECK-NIGHT.
003690     IF BUS-VERIFIED-DATE NOT = BUS-PROCESSING-DATE
003700         DISPLAY "BUSROLL: NIGHT OF " BUS-PROCESSING-DATE
003710                 " NOT VERIFIED CLEAN BY RUNVRFY - DATE NOT "
003720                 "ROLLED" UPON CONSL
003730         GO TO 9998-REFUSE-RUN
003740     END-IF
003750     IF BUS-LAST-DAY-OF-MONTH
003760         PERFORM 2100-CHECK-CLOSE-DUE THRU 2100-EXIT
003770     END-IF.
003780 2000-EXIT.
003790     EXIT.
003800******************************************************************
003810*    2100-CHECK-CLOSE-DUE -- THE MONTH IS CLOSED WHEN CLOSECTL   *
003820*    SHOWS A COMPLETED MONTH CLOSE OF THE PERIOD, OR ANY YEAR    *
003830*    CLOSE OF IT (A YEAR CLOSE ONLY FOLLOWS THE DECEMBER MONTH   *
003840*    CLOSE).  AN ABENDED CLOSE LEFT IN PROGRESS IS STILL DUE --  *
003850*    THE CLOSE RESTARTS ITSELF FROM ITS CHECKPOINT.              *
003860******************************************************************
003870 2100-CHECK-CLOSE-DUE.
003880     MOVE "N" TO CONTROL-PRESENT-FLAG
003890     MOVE "N" TO MONTH-CLOSED-FLAG
003900     MOVE "N" TO YEAR-CLOSED-FLAG
003910     OPEN INPUT CLOSE-CONTROL-FILE
003920     READ CLOSE-CONTROL-FILE
003930         AT END
003940             CONTINUE
003950         NOT AT END
003960             MOVE "Y" TO CONTROL-PRESENT-FLAG
003970     END-READ
003980     CLOSE CLOSE-CONTROL-FILE
003990     IF CONTROL-PRESENT
004000         IF CLOSE-LAST-PERIOD > BUS-PERIOD
004010             MOVE "Y" TO MONTH-CLOSED-FLAG
004020             MOVE "Y" TO YEAR-CLOSED-FLAG
004030         END-IF
004040         IF CLOSE-LAST-PERIOD = BUS-PERIOD
004050             IF YEAR-CLOSE-TYPE
004060                 MOVE "Y" TO MONTH-CLOSED-FLAG
004070                 IF CLOSE-COMPLETE
004080                     MOVE "Y" TO YEAR-CLOSED-FLAG
004090                 END-IF
004100             END-IF
004110             IF MONTH-CLOSE-TYPE
004120              AND CLOSE-COMPLETE
004130                 MOVE "Y" TO MONTH-CLOSED-FLAG
004140             END-IF
004150         END-IF
004160     END-IF
004170     EVALUATE TRUE
004180         WHEN NOT MONTH-CLOSED
004190          AND BUS-LAST-DAY-OF-YEAR
004200             MOVE 5 TO ROLL-RETURN-CODE
004210             DISPLAY "BUSROLL: MONTH-END AND YEAR-END CLOSE "
004220                     "DUE FOR " BUS-PERIOD " - RUN TOTMEND, "
004230                     "TOTYEND, THEN BUSROLL" UPON CONSL
004240         WHEN NOT MONTH-CLOSED
004250             MOVE 4 TO ROLL-RETURN-CODE
004260             DISPLAY "BUSROLL: MONTH-END CLOSE DUE FOR "
004270                     BUS-PERIOD " - RUN TOTMEND, THEN BUSROLL"
004280                 UPON CONSL
004290         WHEN BUS-LAST-DAY-OF-YEAR
004300          AND NOT YEAR-CLOSED
004310             MOVE 6 TO ROLL-RETURN-CODE
004320             DISPLAY "BUSROLL: YEAR-END CLOSE DUE FOR "
004330                     BUS-PERIOD-YYYY " - RUN TOTYEND, THEN "
004340                     "BUSROLL" UPON CONSL
004350         WHEN OTHER
004360             CONTINUE
004370     END-EVALUATE
004380     IF ROLL-RETURN-CODE NOT = ZERO
004390         MOVE "C" TO ROLL-ACTION-CODE
004400     END-IF.
004410 2100-EXIT.
004420     EXIT.
004430******************************************************************
004440*    3000-SET-DATE -- THE CARD DATE, WHICH MUST ITSELF BE A      *
004450*    BUSINESS DAY, BECOMES THE PROCESSING DATE; THE PRIOR        *
004460*    BUSINESS DATE IS FOUND BY STEPPING BACK FROM IT.            *
004470******************************************************************
004480 3000-SET-DATE.
004490     MOVE CARD-SET-DATE-NUM TO MDY-DATE-WORK
004500     PERFORM 7300-TEST-BUSINESS-DAY THRU 7300-EXIT
004510     IF NOT BUSINESS-DAY
004520         DISPLAY "BUSROLL: SET DATE " CARD-SET-DATE
004530                 " IS A WEEKEND OR HOLIDAY" UPON CONSL
004540         GO TO 9999-ABORT-RUN
004550     END-IF
004560     MOVE CARD-SET-DATE-NUM TO BUS-PROCESSING-DATE
004570     PERFORM 7400-PRIOR-BUSINESS-DAY THRU 7400-EXIT
004580     MOVE MDY-DATE-WORK     TO BUS-PRIOR-DATE
004590     PERFORM 4100-SET-CALENDAR-FIELDS THRU 4100-EXIT
004600     MOVE "S" TO ROLL-ACTION-CODE
004610     DISPLAY "BUSROLL: BUSINESS DATE SET TO " BUS-PROCESSING-DATE
004620         UPON CONSL.
004630 3000-EXIT.
004640     EXIT.
004650******************************************************************
004660*    4000-ROLL-DATE -- TONIGHT BECOMES THE PRIOR BUSINESS DATE   *
004670*    AND THE NEXT BUSINESS DAY AFTER IT THE PROCESSING DATE.     *
004680*    THE NEXT DAY IS WORKED OUT AGAIN HERE RATHER THAN TAKEN     *
004690*    FROM THE RECORD, SO A HOLIDAY ADDED SINCE THE LAST ROLL IS  *
004700*    STILL SKIPPED.                                              *
004710******************************************************************
004720 4000-ROLL-DATE.
004730     MOVE BUS-PROCESSING-DATE TO BUS-PRIOR-DATE
004740     MOVE BUS-PROCESSING-DATE TO MDY-DATE-WORK
004750     PERFORM 7200-NEXT-BUSINESS-DAY THRU 7200-EXIT
004760     MOVE MDY-DATE-WORK       TO BUS-PROCESSING-DATE
004770     PERFORM 4100-SET-CALENDAR-FIELDS THRU 4100-EXIT
004780     MOVE "R" TO ROLL-ACTION-CODE
004790     DISPLAY "BUSROLL: BUSINESS DATE ROLLED FROM "
004800             BUS-PRIOR-DATE " TO " BUS-PROCESSING-DATE
004810         UPON CONSL.
004820 4000-EXIT.
004830     EXIT.
004840******************************************************************
004850*    4100-SET-CALENDAR-FIELDS -- NEXT BUSINESS DATE, PERIOD AND  *
004860*    THE MONTH-END AND YEAR-END FLAGS FOR THE NEW PROCESSING     *
004870*    DATE.  TONIGHT IS THE LAST BUSINESS DAY OF ITS MONTH (OR    *
004880*    YEAR) WHEN THE NEXT BUSINESS DAY FALLS IN ANOTHER ONE.  THE *
004890*    CALENDAR MUST REACH THE NEXT BUSINESS DAY'S YEAR OR THE     *
004900*    FLAGS CANNOT BE TRUSTED.                                    *
004910******************************************************************
004920 4100-SET-CALENDAR-FIELDS.
004930     MOVE BUS-PROCESSING-DATE TO MDY-DATE-WORK
004940     PERFORM 7200-NEXT-BUSINESS-DAY THRU 7200-EXIT
004950     IF MDY-DATE-YYYY > CALENDAR-LAST-YEAR
004960         DISPLAY "BUSROLL: HOLIDAY CALENDAR (HOLCAL) DOES NOT "
004970                 "COVER " MDY-DATE-YYYY UPON CONSL
004980         GO TO 9998-REFUSE-RUN
004990     END-IF
005000     MOVE MDY-DATE-WORK       TO BUS-NEXT-DATE
005010     MOVE BUS-PROCESSING-YYYY TO BUS-PERIOD-YYYY
005020     MOVE BUS-PROCESSING-MM   TO BUS-PERIOD-MM
005030     MOVE "N"                 TO BUS-MONTH-END-FLAG
005040     MOVE "N"                 TO BUS-YEAR-END-FLAG
005050     IF MDY-DATE-MM NOT = BUS-PROCESSING-MM
005060      OR MDY-DATE-YYYY NOT = BUS-PROCESSING-YYYY
005070         MOVE "Y" TO BUS-MONTH-END-FLAG
005080     END-IF
005090     IF MDY-DATE-YYYY NOT = BUS-PROCESSING-YYYY
005100         MOVE "Y" TO BUS-YEAR-END-FLAG
005110     END-IF
005120     MOVE ZERO                TO BUS-VERIFIED-DATE
005130     MOVE RUN-TIMESTAMP       TO BUS-ROLL-TIMESTAMP.
005140 4100-EXIT.
005150     EXIT.
005160******************************************************************
005170*    4500-WRITE-BUSINESS-DATE -- REWRITE THE ONE RECORD WHOLE.   *
005180******************************************************************
005190 4500-WRITE-BUSINESS-DATE.
005200     OPEN OUTPUT BUSINESS-DATE-FILE
005210     IF BUSINESS-DATE-STATUS NOT = "00"
005220      AND BUSINESS-DATE-STATUS NOT = "05"
005230         DISPLAY "BUSROLL: OPEN FAILED, BUSDATE STATUS "
005240                 BUSINESS-DATE-STATUS UPON CONSL
005250         GO TO 9999-ABORT-RUN
005260     END-IF
005270     WRITE BUSINESS-DATE-FILE-RECORD FROM BUSINESS-DATE-RECORD
005280     CLOSE BUSINESS-DATE-FILE.
005290 4500-EXIT.
005300     EXIT.
005310******************************************************************
005320*    5000-PRINT-ROLL-REPORT -- THE RECORD BEFORE AND AFTER THE   *
005330*    RUN AND WHAT WAS DONE TO IT.                                *
005340******************************************************************
005350 5000-PRINT-ROLL-REPORT.
005360     MOVE RUN-TIMESTAMP (1:16) TO RH1-TIMESTAMP
005370     WRITE ROLL-PRINT-LINE FROM ROLL-HEADING-1
005380         AFTER ADVANCING PAGE
005390     WRITE ROLL-PRINT-LINE FROM ROLL-HEADING-2
005400         AFTER ADVANCING 2 LINES
005410     MOVE SPACES TO ROLL-PRINT-LINE
005420     WRITE ROLL-PRINT-LINE AFTER ADVANCING 1 LINE
005430     MOVE "PROCESSING DATE       : " TO RD-TEXT
005440     MOVE BEFORE-PROCESSING-DATE     TO RD-BEFORE-DATE
005450     MOVE BUS-PROCESSING-DATE        TO RD-AFTER-DATE
005460     WRITE ROLL-PRINT-LINE FROM ROLL-DATE-LINE
005470         AFTER ADVANCING 1 LINE
005480     MOVE "PRIOR BUSINESS DATE   : " TO RD-TEXT
005490     MOVE BEFORE-PRIOR-DATE          TO RD-BEFORE-DATE
005500     MOVE BUS-PRIOR-DATE             TO RD-AFTER-DATE
005510     WRITE ROLL-PRINT-LINE FROM ROLL-DATE-LINE
005520         AFTER ADVANCING 1 LINE
005530     MOVE "NEXT BUSINESS DATE    : " TO RD-TEXT
005540     MOVE BEFORE-NEXT-DATE           TO RD-BEFORE-DATE
005550     MOVE BUS-NEXT-DATE              TO RD-AFTER-DATE
005560     WRITE ROLL-PRINT-LINE FROM ROLL-DATE-LINE
005570         AFTER ADVANCING 1 LINE
005580     MOVE "PERIOD                : " TO RP-TEXT
005590     MOVE BEFORE-PERIOD              TO RP-BEFORE-PERIOD
005600     MOVE BUS-PERIOD                 TO RP-AFTER-PERIOD
005610     WRITE ROLL-PRINT-LINE FROM ROLL-PERIOD-LINE
005620         AFTER ADVANCING 1 LINE
005630     MOVE "LAST DAY OF MONTH     : " TO RF-TEXT
005640     MOVE BEFORE-MONTH-END-FLAG      TO RF-BEFORE-FLAG
005650     MOVE BUS-MONTH-END-FLAG         TO RF-AFTER-FLAG
005660     WRITE ROLL-PRINT-LINE FROM ROLL-FLAG-LINE
005670         AFTER ADVANCING 1 LINE
005680     MOVE "LAST DAY OF YEAR      : " TO RF-TEXT
005690     MOVE BEFORE-YEAR-END-FLAG       TO RF-BEFORE-FLAG
005700     MOVE BUS-YEAR-END-FLAG          TO RF-AFTER-FLAG
005710     WRITE ROLL-PRINT-LINE FROM ROLL-FLAG-LINE
005720         AFTER ADVANCING 1 LINE
005730     MOVE "VERIFIED CLEAN        : " TO RD-TEXT
005740     MOVE BEFORE-VERIFIED-DATE       TO RD-BEFORE-DATE
005750     MOVE BUS-VERIFIED-DATE          TO RD-AFTER-DATE
005760     WRITE ROLL-PRINT-LINE FROM ROLL-DATE-LINE
005770         AFTER ADVANCING 1 LINE
005780     MOVE SPACES TO ROLL-PRINT-LINE
005790     WRITE ROLL-PRINT-LINE AFTER ADVANCING 1 LINE
005800     MOVE "HOLIDAYS ON CALENDAR  : " TO RT-TOTAL-TEXT
005810     MOVE HOLIDAY-COUNT              TO RT-TOTAL-COUNT
005820     WRITE ROLL-PRINT-LINE FROM ROLL-TOTAL-LINE
005830         AFTER ADVANCING 1 LINE
005840     MOVE "CALENDAR COVERS TO    : " TO RT-TOTAL-TEXT
005850     MOVE CALENDAR-LAST-YEAR         TO RT-TOTAL-COUNT
005860     WRITE ROLL-PRINT-LINE FROM ROLL-TOTAL-LINE
005870         AFTER ADVANCING 1 LINE
005880     MOVE SPACES TO ROLL-PRINT-LINE
005890     WRITE ROLL-PRINT-LINE AFTER ADVANCING 1 LINE
005900     EVALUATE TRUE
005910         WHEN ROLL-ACTION-ROLLED
005920             MOVE "NIGHT VERIFIED - BUSINESS DATE ROLLED"
005930                 TO RV-TEXT
005940         WHEN ROLL-ACTION-SET
005950             MOVE "BUSINESS DATE SET FROM THE BUSDCRD CARD"
005960                 TO RV-TEXT
005970         WHEN ROLL-RETURN-CODE = 5
005980             MOVE "*** MONTH AND YEAR CLOSE DUE - DATE NOT ROLLED"
005990                 TO RV-TEXT
006000         WHEN ROLL-RETURN-CODE = 6
006010             MOVE "*** YEAR-END CLOSE DUE - DATE NOT ROLLED"
006020                 TO RV-TEXT
006030         WHEN OTHER
006040             MOVE "*** MONTH-END CLOSE DUE - DATE NOT ROLLED"
006050                 TO RV-TEXT
006060     END-EVALUATE
006070     WRITE ROLL-PRINT-LINE FROM ROLL-VERDICT-LINE
006080         AFTER ADVANCING 1 LINE.
006090 5000-EXIT.
006100     EXIT.
006110******************************************************************
006120*    7100-DAY-SERIAL -- DAYS FROM 01/01/0001 TO THE MMDDYYYY     *
006130*    DATE IN MDY-DATE-WORK, LEFT IN DAY-SERIAL.                  *
006140******************************************************************
006150 7100-DAY-SERIAL.
006160     COMPUTE PRIOR-YEARS = MDY-DATE-YYYY - 1
006170     COMPUTE DAY-SERIAL = PRIOR-YEARS * 365
006180     DIVIDE PRIOR-YEARS BY 4 GIVING LEAP-QUOTIENT
006190     ADD LEAP-QUOTIENT TO DAY-SERIAL
006200     DIVIDE PRIOR-YEARS BY 100 GIVING LEAP-QUOTIENT
006210     SUBTRACT LEAP-QUOTIENT FROM DAY-SERIAL
006220     DIVIDE PRIOR-YEARS BY 400 GIVING LEAP-QUOTIENT
006230     ADD LEAP-QUOTIENT TO DAY-SERIAL
006240     ADD MONTH-START-DAYS (MDY-DATE-MM) TO DAY-SERIAL
006250     ADD MDY-DATE-DD TO DAY-SERIAL
006260     IF MDY-DATE-MM > 2
006270         PERFORM 7160-TEST-LEAP-YEAR THRU 7160-EXIT
006280         IF LEAP-YEAR
006290             ADD 1 TO DAY-SERIAL
006300         END-IF
006310     END-IF.
006320 7100-EXIT.
006330     EXIT.
006340 7150-SET-DAYS-IN-MONTH.
006350     MOVE MONTH-LENGTH (MDY-DATE-MM) TO DAYS-IN-MONTH
006360     IF MDY-DATE-MM = 2
006370         PERFORM 7160-TEST-LEAP-YEAR THRU 7160-EXIT
006380         IF LEAP-YEAR
006390             MOVE 29 TO DAYS-IN-MONTH
006400         END-IF
006410     END-IF.
006420 7150-EXIT.
006430     EXIT.
006440 7160-TEST-LEAP-YEAR.
006450     MOVE "N" TO LEAP-YEAR-FLAG
006460     DIVIDE MDY-DATE-YYYY BY 4 GIVING LEAP-QUOTIENT
006470         REMAINDER LEAP-REMAINDER-4
006480     DIVIDE MDY-DATE-YYYY BY 100 GIVING LEAP-QUOTIENT
006490         REMAINDER LEAP-REMAINDER-100
006500     DIVIDE MDY-DATE-YYYY BY 400 GIVING LEAP-QUOTIENT
006510         REMAINDER LEAP-REMAINDER-400
006520     IF LEAP-REMAINDER-4 = ZERO
006530        AND (LEAP-REMAINDER-100 NOT = ZERO
006540             OR LEAP-REMAINDER-400 = ZERO)
006550         MOVE "Y" TO LEAP-YEAR-FLAG
006560     END-IF.
006570 7160-EXIT.
006580     EXIT.
006590******************************************************************
006600*    7200-NEXT-BUSINESS-DAY -- STEP MDY-DATE-WORK FORWARD TO     *
006610*    THE NEXT DAY THAT IS NOT A WEEKEND OR A HOLIDAY.            *
006620******************************************************************
006630 7200-NEXT-BUSINESS-DAY.
006640     MOVE "N" TO BUSINESS-DAY-FLAG
006650     PERFORM 7210-FORWARD-ONE-DAY THRU 7210-EXIT
006660         UNTIL BUSINESS-DAY.
006670 7200-EXIT.
006680     EXIT.
006690 7210-FORWARD-ONE-DAY.
006700     PERFORM 7150-SET-DAYS-IN-MONTH THRU 7150-EXIT
006710     IF MDY-DATE-DD < DAYS-IN-MONTH
006720         ADD 1 TO MDY-DATE-DD
006730     ELSE
006740         MOVE 01 TO MDY-DATE-DD
006750         IF MDY-DATE-MM < 12
006760             ADD 1 TO MDY-DATE-MM
006770         ELSE
006780             MOVE 01 TO MDY-DATE-MM
006790             ADD 1 TO MDY-DATE-YYYY
006800         END-IF
006810     END-IF
006820     PERFORM 7300-TEST-BUSINESS-DAY THRU 7300-EXIT.
006830 7210-EXIT.
006840     EXIT.
006850******************************************************************
006860*    7300-TEST-BUSINESS-DAY -- 01/01/0001 WAS A MONDAY, SO THE   *
006870*    DAY SERIAL MOD 7 GIVES THE WEEKDAY: 6 IS SATURDAY AND 0 IS  *
006880*    SUNDAY.  ANY OTHER DAY IS A BUSINESS DAY UNLESS IT IS ON    *
006890*    THE HOLIDAY CALENDAR.                                       *
006900******************************************************************
006910 7300-TEST-BUSINESS-DAY.
006920     MOVE "N" TO BUSINESS-DAY-FLAG
006930     PERFORM 7100-DAY-SERIAL THRU 7100-EXIT
006940     DIVIDE DAY-SERIAL BY 7 GIVING WEEK-QUOTIENT
006950         REMAINDER WEEKDAY-NUMBER
006960     IF WEEKDAY-NUMBER = 6 OR WEEKDAY-NUMBER = 0
006970         GO TO 7300-EXIT
006980     END-IF
006990     MOVE "Y" TO BUSINESS-DAY-FLAG
007000     IF HOLIDAY-COUNT = ZERO
007010         GO TO 7300-EXIT
007020     END-IF
007030     SET HOL-IDX TO 1
007040     SEARCH HOLIDAY-ENTRY
007050         AT END
007060             CONTINUE
007070         WHEN HOL-IDX > HOLIDAY-COUNT
007080             CONTINUE
007090         WHEN HT-DATE (HOL-IDX) = MDY-DATE-WORK
007100             MOVE "N" TO BUSINESS-DAY-FLAG
007110     END-SEARCH.
007120 7300-EXIT.
007130     EXIT.
007140******************************************************************
007150*    7400-PRIOR-BUSINESS-DAY -- STEP MDY-DATE-WORK BACK TO THE   *
007160*    LAST DAY BEFORE IT THAT IS NOT A WEEKEND OR A HOLIDAY.      *
007170******************************************************************
007180 7400-PRIOR-BUSINESS-DAY.
007190     MOVE "N" TO BUSINESS-DAY-FLAG
007200     PERFORM 7410-BACK-ONE-DAY THRU 7410-EXIT
007210         UNTIL BUSINESS-DAY.
007220 7400-EXIT.
007230     EXIT.
007240 7410-BACK-ONE-DAY.
007250     IF MDY-DATE-DD > 01
007260         SUBTRACT 1 FROM MDY-DATE-DD
007270     ELSE
007280         IF MDY-DATE-MM > 01
007290             SUBTRACT 1 FROM MDY-DATE-MM
007300         ELSE
007310             MOVE 12 TO MDY-DATE-MM
007320             SUBTRACT 1 FROM MDY-DATE-YYYY
007330         END-IF
007340         PERFORM 7150-SET-DAYS-IN-MONTH THRU 7150-EXIT
007350         MOVE DAYS-IN-MONTH TO MDY-DATE-DD
007360     END-IF
007370     PERFORM 7300-TEST-BUSINESS-DAY THRU 7300-EXIT.
007380 7410-EXIT.
007390     EXIT.
007400******************************************************************
007410*    8000-TERMINATE -- CLOSE AND SET THE RETURN CODE THE         *
007420*    SCHEDULER RUNS THE CLOSE FROM.                              *
007430******************************************************************
007440 8000-TERMINATE.
007450     CLOSE ROLL-REPORT
007460     MOVE ROLL-RETURN-CODE TO RETURN-CODE.
007470 8000-EXIT.
007480     EXIT.
007490******************************************************************
007500*    9998-REFUSE-RUN -- THE NIGHT IS NOT READY TO ROLL; RETURN   *
007510*    CODE 8 HOLDS THE SCHEDULER AND THE RECORD IS LEFT AS IT     *
007520*    WAS.                                                        *
007530******************************************************************
007540 9998-REFUSE-RUN.
007550     DISPLAY "BUSROLL: RUN REFUSED - BUSINESS DATE NOT ROLLED"
007560         UPON CONSL
007570     MOVE 8 TO RETURN-CODE
007580     STOP RUN.
007590******************************************************************
007600*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
007610******************************************************************
007620 9999-ABORT-RUN.
007630     DISPLAY "BUSROLL: RUN ABORTED" UPON CONSL
007640     MOVE 16 TO RETURN-CODE
007650     STOP RUN.
