000060*    PERIOD ARCHIVE FILE, ROLLS THE MONTH BUCKET INTO YEAR TO    *
000070*    DATE, CLEARS THE MONTH BUCKET, AND PRINTS A CLOSE           *
000080*    SUMMARY FOR ACCOUNTING.  THE PERIOD BEING CLOSED (YYYYMM)   *
000090*    IS THE PERIOD ON THE BUSINESS-DATE CONTROL RECORD           *
000100*    (BUSDATE), WHICH MUST BE ON THE LAST BUSINESS DAY OF THE    *
000110*    MONTH -- THE BUSINESS-DATE ROLL (BUSROLL) CALLS FOR THE     *
000120*    CLOSE THAT NIGHT AND WILL NOT ROLL INTO THE NEW MONTH UNTIL *
000130*    IT HAS RUN.  THE PERIOD IS CHECKED AGAINST                  *
000140*    THE CLOSE-CONTROL RECORD (CLOSECTL): A PERIOD ALREADY       *
000150*    CLOSED, A MISSING PRIOR CLOSE, OR AN UNRESOLVED ABENDED     *
000160*    CLOSE REFUSES THE RUN, AND AN ABENDED CLOSE OF THE SAME     *
000170*    PERIOD RESTARTS AFTER THE LAST SELLER CHECKPOINTED THERE.   *
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TOTMEND.
000210 AUTHOR.        R. T. CALDWELL.
000220 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000230 DATE-WRITTEN.  08/22/26.
000240 DATE-COMPILED.
000250******************************************************************
000260*                     MODIFICATION HISTORY                       *
000270*  DATE      INIT  DESCRIPTION                                   *
000280*  --------  ----  ---------------------------------------------*
000290*  08/22/26  RTC   INITIAL VERSION                               *
000300*  09/02/26  RTC   STEP START/END EVENTS WITH RETURN CODE AND    *
000310*                  KEY COUNTS TO THE SHARED RUN-EVENT FILE       *
000320*                  (RUNEVNT) FOR THE END-OF-NIGHT VERIFIER       *
000330*                  (RUNVRFY)                                     *
000340*  09/02/26  RTC   CLOSE-CONTROL RECORD (CLOSECTL) WITH          *
000350*                  DOUBLE-RUN AND OUT-OF-ORDER PROTECTION AND    *
000360*                  RESTART FROM THE LAST SELLER CHECKPOINTED     *
000370*  10/15/26  RTC   CLOSE PERIOD FROM THE BUSINESS-DATE RECORD    *
000380*                  (BUSDATE) ON ITS LAST BUSINESS DAY OF THE     *
000390*                  MONTH IN PLACE OF THE CLOSCRD CARD; PERIOD    *
000400*                  ON THE CLOSE SUMMARY HEADING                  *
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.  GNULINUX.
000450 OBJECT-COMPUTER.  HERCULES.
000460 SPECIAL-NAMES.
000470     CONSOLE IS CONSL.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SELLER-TOTALS
000510         ASSIGN TO TOTMST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS SELLER-TOTALS-NAME
000550         FILE STATUS IS SELLER-TOTALS-STATUS.
000560     SELECT TOTALS-ARCHIVE
000570         ASSIGN TO TOTARCH
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS TOTALS-ARCHIVE-STATUS.
000600     SELECT CLOSE-REPORT
000610         ASSIGN TO CLSPRINT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS CLOSE-REPORT-STATUS.
000640     SELECT RUN-EVENT-FILE
000650         ASSIGN TO RUNEVNT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS RUN-EVENT-STATUS.
000680     SELECT OPTIONAL CLOSE-CONTROL-FILE
000690         ASSIGN TO CLOSECTL
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS CLOSE-CONTROL-STATUS.
000720     SELECT BUSINESS-DATE-FILE
000730         ASSIGN TO BUSDATE
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS BUSINESS-DATE-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  SELLER-TOTALS.
000790     COPY SELLTOT.
000800 FD  TOTALS-ARCHIVE.
000810 01  TOTALS-ARCHIVE-RECORD       PIC X(70).
000820 FD  CLOSE-REPORT.
000830 01  CLOSE-PRINT-LINE            PIC X(132).
000840 FD  RUN-EVENT-FILE.
000850     COPY RUNEVENT.
000860 FD  CLOSE-CONTROL-FILE.
000870     COPY CLOSECTL.
000880 FD  BUSINESS-DATE-FILE.
000890     COPY BUSDATE.
000900 WORKING-STORAGE SECTION.
000910 77  RUN-EVENT-STATUS            PIC X(02) VALUE SPACES.
000920 77  SELLER-TOTALS-STATUS        PIC X(02) VALUE SPACES.
000930 77  TOTALS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
000940 77  CLOSE-REPORT-STATUS         PIC X(02) VALUE SPACES.
000950 77  AT-END-OF-TOTALS-FLAG       PIC X(01) VALUE "N".
000960     88  AT-END-OF-TOTALS                  VALUE "Y".
000970 77  SELLERS-CLOSED-COUNT        PIC 9(05) COMP VALUE ZERO.
000980 77  MONTH-ROLLED-TOTAL          PIC S9(11)V99 VALUE ZERO.
000990 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001000 77  CLOSE-CONTROL-STATUS        PIC X(02) VALUE SPACES.
001010 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
001020 77  CONTROL-PRESENT-FLAG        PIC X(01) VALUE "N".
001030     88  CONTROL-PRESENT                   VALUE "Y".
001040 77  RESTART-MODE-FLAG           PIC X(01) VALUE "N".
001050     88  RESTART-MODE                      VALUE "Y".
001060 77  RESTART-SKIPPED-COUNT       PIC 9(05) COMP VALUE ZERO.
001070 77  ARCHIVE-SKIPPED-COUNT       PIC 9(05) COMP VALUE ZERO.
001080 77  ARCHIVE-LAST-SELLER         PIC X(30) VALUE LOW-VALUES.
001090 77  AT-END-OF-ARCH-FLAG         PIC X(01) VALUE "N".
001100     88  AT-END-OF-ARCH                    VALUE "Y".
001110 77  RESTART-LAST-SELLER         PIC X(30) VALUE SPACES.
001120 77  LAST-SELLER-PROCESSED       PIC X(30) VALUE SPACES.
001130 77  CHECKPOINT-INTERVAL         PIC 9(05) COMP VALUE 100.
001140 77  SELLERS-SINCE-CHECKPOINT    PIC 9(05) COMP VALUE ZERO.
001150 01  CLOSING-PERIOD              PIC 9(06) VALUE ZERO.
001160 01  CLOSING-PERIOD-X            REDEFINES CLOSING-PERIOD.
001170     03  CLOSING-PERIOD-YYYY     PIC 9(04).
001180     03  CLOSING-PERIOD-MM       PIC 9(02).
001190 01  EXPECTED-PERIOD             PIC 9(06) VALUE ZERO.
001200 01  EXPECTED-PERIOD-X           REDEFINES EXPECTED-PERIOD.
001210     03  EXPECTED-PERIOD-YYYY    PIC 9(04).
001220     03  EXPECTED-PERIOD-MM      PIC 9(02).
001230*    WORKING COPY OF THE CLOSE-CONTROL RECORD -- THE RECORD
001240*    AREA IS NOT AVAILABLE AFTER A SUCCESSFUL I-O, AND THE
001250*    FILE IS REWRITTEN WHOLE FROM HERE AT EVERY CHECKPOINT.
001260 01  CONTROL-WORK-RECORD.
001270     03  CTLW-LAST-PERIOD        PIC 9(06).
001280     03  CTLW-LAST-PERIOD-X      REDEFINES CTLW-LAST-PERIOD.
001290         05  CTLW-PERIOD-YYYY    PIC 9(04).
001300         05  CTLW-PERIOD-MM      PIC 9(02).
001310     03  CTLW-TYPE-CODE          PIC X(01).
001320         88  CTLW-MONTH-TYPE             VALUE "M".
001330         88  CTLW-YEAR-TYPE              VALUE "Y".
001340     03  CTLW-STATE-CODE         PIC X(01).
001350         88  CTLW-IN-PROGRESS            VALUE "I".
001360         88  CTLW-COMPLETE               VALUE "C".
001370     03  CTLW-RUN-TIMESTAMP      PIC X(26).
001380     03  CTLW-LAST-SELLER        PIC X(30).
001390     03  FILLER                  PIC X(16).
001400 01  CLOSE-HEADING-1.
001410     03  FILLER                  PIC X(31)
001420         VALUE "SELLER TOTALS MONTH-END CLOSE".
001430     03  FILLER                  PIC X(13) VALUE SPACES.
001440     03  FILLER                  PIC X(04) VALUE "RUN ".
001450     03  CH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001460     03  FILLER                  PIC X(04) VALUE SPACES.
001470     03  FILLER                  PIC X(07) VALUE "PERIOD ".
001480     03  CH1-PERIOD              PIC 9999/99.
001490     03  FILLER                  PIC X(50) VALUE SPACES.
001500 01  CLOSE-TOTAL-LINE.
001510     03  CT-TOTAL-TEXT           PIC X(24).
001520     03  CT-TOTAL-COUNT          PIC ZZZ,ZZ9.
001530     03  FILLER                  PIC X(101) VALUE SPACES.
001540 01  CLOSE-AMOUNT-LINE.
001550     03  CA-TOTAL-TEXT           PIC X(24).
001560     03  CA-TOTAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
001570     03  FILLER                  PIC X(90) VALUE SPACES.
001580 PROCEDURE DIVISION.
001590******************************************************************
001600*    0000-MAINLINE -- RUN CONTROL.                               *
001610******************************************************************
001620 0000-MAINLINE.
001630     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
001640     PERFORM 9500-LOG-STEP-START THRU 9500-EXIT
001650     PERFORM 1000-READ-BUSINESS-DATE THRU 1000-EXIT
001660     PERFORM 1100-VERIFY-CLOSE-CONTROL THRU 1100-EXIT
001670     OPEN I-O    SELLER-TOTALS
001680          OUTPUT CLOSE-REPORT
001690*    A RESTART EXTENDS THE ARCHIVE GENERATION THE ABENDED RUN
001700*    STARTED; THE LAST SELLER ALREADY ON IT IS NOTED FIRST
001710*    AND 2000 SUPPRESSES A SECOND ARCHIVE RECORD FOR ANY
001720*    SELLER AT OR BELOW IT, SO NO SELLER IS ARCHIVED TWICE.
001730     IF RESTART-MODE
001740         PERFORM 1400-FIND-LAST-ARCHIVED THRU 1400-EXIT
001750         OPEN EXTEND TOTALS-ARCHIVE
001760     ELSE
001770         OPEN OUTPUT TOTALS-ARCHIVE
001780     END-IF
001790     IF SELLER-TOTALS-STATUS NOT = "00"
001800         DISPLAY "TOTMEND: OPEN FAILED, TOTMST STATUS "
001810                 SELLER-TOTALS-STATUS UPON CONSL
001820         GO TO 9999-ABORT-RUN
001830     END-IF
001840     PERFORM 1200-MARK-IN-PROGRESS THRU 1200-EXIT
001850     PERFORM 2000-CLOSE-ONE-SELLER THRU 2000-EXIT
001860         UNTIL AT-END-OF-TOTALS
001870     PERFORM 8000-TERMINATE THRU 8000-EXIT
001880     STOP RUN.
001890******************************************************************
001900*    1000-READ-BUSINESS-DATE -- THE PERIOD BEING CLOSED (YYYYMM) *
001910*    IS THE BUSINESS-DATE PERIOD, AND ONLY ON THE LAST BUSINESS  *
001920*    DAY OF THE MONTH; NO BUSINESS DATE, NO CLOSE.               *
001930******************************************************************
001940 1000-READ-BUSINESS-DATE.
001950     OPEN INPUT BUSINESS-DATE-FILE
001960     IF BUSINESS-DATE-STATUS NOT = "00"
001970         DISPLAY "TOTMEND: OPEN FAILED, BUSDATE STATUS "
001980                 BUSINESS-DATE-STATUS UPON CONSL
001990         GO TO 9999-ABORT-RUN
002000     END-IF
002010     READ BUSINESS-DATE-FILE
002020         AT END
002030             DISPLAY "TOTMEND: NO BUSINESS-DATE RECORD (BUSDATE)"
002040                 UPON CONSL
002050             GO TO 9999-ABORT-RUN
002060     END-READ
002070     CLOSE BUSINESS-DATE-FILE
002080     MOVE BUS-PERIOD TO CLOSING-PERIOD
002090     IF NOT BUS-LAST-DAY-OF-MONTH
002100         DISPLAY "TOTMEND: BUSINESS DATE " BUS-PROCESSING-DATE
002110                 " IS NOT THE LAST BUSINESS DAY OF "
002120                 CLOSING-PERIOD UPON CONSL
002130         GO TO 9998-REFUSE-RUN
002140     END-IF.
002150 1000-EXIT.
002160     EXIT.
002170******************************************************************
002180*    1100-VERIFY-CLOSE-CONTROL -- REFUSE A PERIOD ALREADY        *
002190*    CLOSED, A CLOSE OUT OF ORDER, OR AN UNRESOLVED ABENDED      *
002200*    CLOSE OF A DIFFERENT PERIOD; AN ABENDED CLOSE OF THIS       *
002210*    PERIOD RESTARTS AFTER THE LAST SELLER CHECKPOINTED.         *
002220******************************************************************
002230 1100-VERIFY-CLOSE-CONTROL.
002240     MOVE "N" TO CONTROL-PRESENT-FLAG
002250     MOVE "N" TO RESTART-MODE-FLAG
002260     OPEN INPUT CLOSE-CONTROL-FILE
002270     READ CLOSE-CONTROL-FILE INTO CONTROL-WORK-RECORD
002280         AT END
002290             CONTINUE
002300         NOT AT END
002310             MOVE "Y" TO CONTROL-PRESENT-FLAG
002320     END-READ
002330     CLOSE CLOSE-CONTROL-FILE
002340     IF NOT CONTROL-PRESENT
002350*        FIRST CLOSE UNDER CLOSE CONTROL -- NOTHING TO CHECK
002360*        AGAINST.
002370         GO TO 1100-EXIT
002380     END-IF
002390     IF CTLW-IN-PROGRESS
002400         IF CTLW-LAST-PERIOD = CLOSING-PERIOD
002410          AND CTLW-MONTH-TYPE
002420             MOVE "Y" TO RESTART-MODE-FLAG
002430             MOVE CTLW-LAST-SELLER TO RESTART-LAST-SELLER
002440             DISPLAY "TOTMEND: RESTARTING ABENDED CLOSE OF "
002450                     CLOSING-PERIOD " AFTER SELLER "
002460                     RESTART-LAST-SELLER UPON CONSL
002470             GO TO 1100-EXIT
002480         END-IF
002490         DISPLAY "TOTMEND: CLOSE OF " CTLW-LAST-PERIOD
002500                 " DID NOT COMPLETE - RESOLVE IT FIRST"
002510             UPON CONSL
002520         GO TO 9998-REFUSE-RUN
002530     END-IF
002540     IF CTLW-LAST-PERIOD = CLOSING-PERIOD
002550         DISPLAY "TOTMEND: PERIOD " CLOSING-PERIOD
002560                 " ALREADY CLOSED" UPON CONSL
002570         GO TO 9998-REFUSE-RUN
002580     END-IF
002590     MOVE CTLW-LAST-PERIOD TO EXPECTED-PERIOD
002600     IF EXPECTED-PERIOD-MM = 12
002610         ADD 1 TO EXPECTED-PERIOD-YYYY
002620         MOVE 01 TO EXPECTED-PERIOD-MM
002630     ELSE
002640         ADD 1 TO EXPECTED-PERIOD-MM
002650     END-IF
002660     IF CLOSING-PERIOD NOT = EXPECTED-PERIOD
002670         DISPLAY "TOTMEND: PRIOR CLOSE MISSING - LAST "
002680                 "CLOSED " CTLW-LAST-PERIOD ", EXPECTED "
002690                 EXPECTED-PERIOD UPON CONSL
002700         GO TO 9998-REFUSE-RUN
002710     END-IF.
002720 1100-EXIT.
002730     EXIT.
002740******************************************************************
002750*    1200-MARK-IN-PROGRESS -- STAMP THE CLOSE AS STARTED SO A    *
002760*    RERUN AFTER AN ABEND KNOWS WHERE IT STOOD.                  *
002770******************************************************************
002780 1200-MARK-IN-PROGRESS.
002790     MOVE CLOSING-PERIOD TO CTLW-LAST-PERIOD
002800     MOVE "M"            TO CTLW-TYPE-CODE
002810     MOVE "I"            TO CTLW-STATE-CODE
002820     MOVE RUN-TIMESTAMP  TO CTLW-RUN-TIMESTAMP
002830     IF RESTART-MODE
002840         MOVE RESTART-LAST-SELLER TO CTLW-LAST-SELLER
002850     ELSE
002860         MOVE SPACES              TO CTLW-LAST-SELLER
002870     END-IF
002880     PERFORM 1300-WRITE-CLOSE-CONTROL THRU 1300-EXIT.
002890 1200-EXIT.
002900     EXIT.
002910 1300-WRITE-CLOSE-CONTROL.
002920     OPEN OUTPUT CLOSE-CONTROL-FILE
002930     WRITE CLOSE-CONTROL-RECORD FROM CONTROL-WORK-RECORD
002940     CLOSE CLOSE-CONTROL-FILE.
002950 1300-EXIT.
002960     EXIT.
002970******************************************************************
002980*    1400-FIND-LAST-ARCHIVED -- THE ABENDED RUN'S PARTIAL        *
002990*    ARCHIVE IS IN SELLER KEY ORDER; ITS LAST RECORD MARKS       *
003000*    HOW FAR THE ARCHIVE GOT (THE ARCHIVE RUNS AHEAD OF THE     *
003010*    CHECKPOINT, SO IT CAN BE PAST THE RESTART SELLER).          *
003020******************************************************************
003030 1400-FIND-LAST-ARCHIVED.
003040     MOVE LOW-VALUES TO ARCHIVE-LAST-SELLER
003050     MOVE "N" TO AT-END-OF-ARCH-FLAG
003060     OPEN INPUT TOTALS-ARCHIVE
003070     PERFORM 1450-READ-ONE-ARCHIVED THRU 1450-EXIT
003080         UNTIL AT-END-OF-ARCH
003090     CLOSE TOTALS-ARCHIVE.
003100 1400-EXIT.
003110     EXIT.
003120 1450-READ-ONE-ARCHIVED.
003130     READ TOTALS-ARCHIVE
003140         AT END
003150             MOVE "Y" TO AT-END-OF-ARCH-FLAG
003160             GO TO 1450-EXIT
003170     END-READ
003180     MOVE TOTALS-ARCHIVE-RECORD (1:30)
003190         TO ARCHIVE-LAST-SELLER.
003200 1450-EXIT.
003210     EXIT.
003220******************************************************************
003230*    2000-CLOSE-ONE-SELLER -- ARCHIVE THE CLOSING BALANCES,      *
003240*    ROLL THE MONTH BUCKET INTO YTD, CLEAR THE MONTH BUCKET.     *
003250******************************************************************
003260 2000-CLOSE-ONE-SELLER.
003270     READ SELLER-TOTALS NEXT RECORD
003280         AT END
003290             MOVE "Y" TO AT-END-OF-TOTALS-FLAG
003300             GO TO 2000-EXIT
003310     END-READ
003320*    A RESTART SKIPS EVERY SELLER THE ABENDED RUN ALREADY
003330*    ROLLED (AT OR BELOW THE CHECKPOINTED LAST SELLER).
003340     IF RESTART-MODE
003350      AND SELLER-TOTALS-NAME NOT > RESTART-LAST-SELLER
003360         ADD 1 TO RESTART-SKIPPED-COUNT
003370         GO TO 2000-EXIT
003380     END-IF
003390     MOVE SELLER-TOTALS-NAME TO LAST-SELLER-PROCESSED
003400*    THE ABENDED RUN'S ARCHIVE CAN BE AHEAD OF ITS CHECKPOINT;
003410*    A SELLER ALREADY ON THE PARTIAL GENERATION IS STILL
003420*    RE-ROLLED ON TOTMST (USUALLY A NO-OP, THE MONTH BUCKET
003430*    BEING ALREADY ZERO, BUT IT COMPLETES THE ONE SELLER
003440*    CAUGHT BETWEEN THE ARCHIVE WRITE AND THE REWRITE) --
003450*    BUT NOT ARCHIVED AGAIN.
003460     IF RESTART-MODE
003470      AND SELLER-TOTALS-NAME NOT > ARCHIVE-LAST-SELLER
003480         ADD 1 TO ARCHIVE-SKIPPED-COUNT
003490     ELSE
003500         WRITE TOTALS-ARCHIVE-RECORD
003510             FROM SELLER-TOTALS-RECORD
003520     END-IF
003530     ADD SELLER-TOT-MTD TO MONTH-ROLLED-TOTAL
003540     ADD SELLER-TOT-MTD TO SELLER-TOT-YTD
003550     MOVE ZERO          TO SELLER-TOT-MTD
003560     REWRITE SELLER-TOTALS-RECORD
003570     ADD 1 TO SELLERS-CLOSED-COUNT
003580     ADD 1 TO SELLERS-SINCE-CHECKPOINT
003590     IF SELLERS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
003600         MOVE LAST-SELLER-PROCESSED TO CTLW-LAST-SELLER
003610         PERFORM 1300-WRITE-CLOSE-CONTROL THRU 1300-EXIT
003620         MOVE ZERO TO SELLERS-SINCE-CHECKPOINT
003630     END-IF.
003640 2000-EXIT.
003650     EXIT.
003660******************************************************************
003670*    8000-TERMINATE -- CLOSE SUMMARY AND FILES.                  *
003680******************************************************************
003690 8000-TERMINATE.
003700     MOVE RUN-TIMESTAMP (1:16) TO CH1-TIMESTAMP
003710     MOVE CLOSING-PERIOD       TO CH1-PERIOD
003720     WRITE CLOSE-PRINT-LINE FROM CLOSE-HEADING-1
003730         AFTER ADVANCING PAGE
003740     MOVE SPACES TO CLOSE-PRINT-LINE
003750     WRITE CLOSE-PRINT-LINE AFTER ADVANCING 1 LINE
003760     MOVE "SELLERS CLOSED        : " TO CT-TOTAL-TEXT
003770     MOVE SELLERS-CLOSED-COUNT       TO CT-TOTAL-COUNT
003780     WRITE CLOSE-PRINT-LINE FROM CLOSE-TOTAL-LINE
003790         AFTER ADVANCING 1 LINE
003800     MOVE "MONTH ROLLED TO YTD   : " TO CA-TOTAL-TEXT
003810     MOVE MONTH-ROLLED-TOTAL         TO CA-TOTAL-AMOUNT
003820     WRITE CLOSE-PRINT-LINE FROM CLOSE-AMOUNT-LINE
003830         AFTER ADVANCING 1 LINE
003840     IF RESTART-MODE
003850         MOVE "RESTART SKIPPED       : " TO CT-TOTAL-TEXT
003860         MOVE RESTART-SKIPPED-COUNT      TO CT-TOTAL-COUNT
003870         WRITE CLOSE-PRINT-LINE FROM CLOSE-TOTAL-LINE
003880             AFTER ADVANCING 1 LINE
003890         MOVE "ALREADY ARCHIVED      : " TO CT-TOTAL-TEXT
003900         MOVE ARCHIVE-SKIPPED-COUNT      TO CT-TOTAL-COUNT
003910         WRITE CLOSE-PRINT-LINE FROM CLOSE-TOTAL-LINE
003920             AFTER ADVANCING 1 LINE
003930     END-IF
003940     CLOSE SELLER-TOTALS TOTALS-ARCHIVE CLOSE-REPORT
003950     MOVE "C"    TO CTLW-STATE-CODE
003960     MOVE SPACES TO CTLW-LAST-SELLER
003970     PERFORM 1300-WRITE-CLOSE-CONTROL THRU 1300-EXIT
003980     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
003990     DISPLAY "TOTMEND: " SELLERS-CLOSED-COUNT
004000             " SELLERS CLOSED" UPON CONSL.
004010 8000-EXIT.
004020     EXIT.
004030******************************************************************
004040*    9500/9600 -- STEP START AND STEP END EVENTS TO THE SHARED   *
004050*    RUN-EVENT FILE (RUNEVNT) READ BY THE END-OF-NIGHT           *
004060*    VERIFIER (RUNVRFY).                                         *
004070******************************************************************
004080 9500-LOG-STEP-START.
004090     OPEN EXTEND RUN-EVENT-FILE
004100     MOVE SPACES                TO RUN-EVENT-RECORD
004110     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
004120     MOVE "TOTMEND"             TO EVENT-STEP-NAME
004130     MOVE "S"                   TO EVENT-TYPE-CODE
004140     MOVE ZERO                  TO EVENT-RETURN-CODE
004150     MOVE ZERO                  TO EVENT-READ-COUNT
004160     MOVE ZERO                  TO EVENT-OUT-COUNT
004170     MOVE ZERO                  TO EVENT-REJECT-COUNT
004180     WRITE RUN-EVENT-RECORD.
004190 9500-EXIT.
004200     EXIT.
004210 9600-LOG-STEP-END.
004220     MOVE SPACES                TO RUN-EVENT-RECORD
004230     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
004240     MOVE "TOTMEND"             TO EVENT-STEP-NAME
004250     MOVE "E"                   TO EVENT-TYPE-CODE
004260     MOVE RETURN-CODE           TO EVENT-RETURN-CODE
004270     MOVE SELLERS-CLOSED-COUNT TO EVENT-READ-COUNT
004280     MOVE SELLERS-CLOSED-COUNT TO EVENT-OUT-COUNT
004290     MOVE ZERO                 TO EVENT-REJECT-COUNT
004300     WRITE RUN-EVENT-RECORD
004310     CLOSE RUN-EVENT-FILE.
004320 9600-EXIT.
004330     EXIT.
004340******************************************************************
004350*    9998-REFUSE-RUN -- THE CLOSE MAY NOT START; RETURN CODE 8   *
004360*    HOLDS THE SCHEDULER AND TOTMST IS UNTOUCHED.                *
004370******************************************************************
004380 9998-REFUSE-RUN.
004390     DISPLAY "TOTMEND: CLOSE REFUSED - TOTMST UNTOUCHED"
004400         UPON CONSL
004410     MOVE 8 TO RETURN-CODE
004420     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
004430     STOP RUN.
004440******************************************************************
004450*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
004460******************************************************************
004470 9999-ABORT-RUN.
004480     DISPLAY "TOTMEND: RUN ABORTED" UPON CONSL
004490     MOVE 16 TO RETURN-CODE
004500     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
004510     STOP RUN.
