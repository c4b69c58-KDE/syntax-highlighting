000060*    DECEMBER CLOSE WAS MISSED, THE FULL-YEAR BALANCES ARE       *
000070*    ARCHIVED TO THE PRIOR-PERIOD FILE, AND BOTH BUCKETS ARE     *
000080*    CLEARED FOR THE NEW YEAR.  A CLOSE SUMMARY IS PRINTED       *
000090*    FOR ACCOUNTING.  THE YEAR BEING CLOSED IS THE DECEMBER      *
000100*    PERIOD (YYYY12) ON THE BUSINESS-DATE CONTROL RECORD         *
000110*    (BUSDATE), WHICH MUST BE ON THE LAST BUSINESS DAY OF THE    *
000120*    YEAR -- THE BUSINESS-DATE ROLL (BUSROLL) CALLS FOR THE      *
000130*    CLOSE THAT NIGHT -- AND IS CHECKED                          *
000140*    AGAINST THE CLOSE-CONTROL RECORD (CLOSECTL): THE DECEMBER   *
000150*    MONTH-END CLOSE MUST BE COMPLETE, A YEAR ALREADY CLOSED     *
000160*    OR AN UNRESOLVED ABENDED CLOSE REFUSES THE RUN, AND AN      *
000170*    ABENDED YEAR CLOSE RESTARTS AFTER THE LAST SELLER           *
000180*    CHECKPOINTED -- A REPEATED RUN CAN NEVER CLEAR THE YEAR     *
000190*    BUCKET A SECOND TIME WITH THE ARCHIVE ALREADY CUT.          *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    TOTYEND.
000230 AUTHOR.        R. T. CALDWELL.
000240 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000250 DATE-WRITTEN.  08/22/26.
000260 DATE-COMPILED.
000270******************************************************************
000280*                     MODIFICATION HISTORY                       *
000290*  DATE      INIT  DESCRIPTION                                   *
000300*  --------  ----  ---------------------------------------------*
000310*  08/22/26  RTC   INITIAL VERSION                               *
000320*  09/02/26  RTC   CLOSE-CONTROL RECORD (CLOSECTL) WITH          *
000330*                  DOUBLE-RUN AND OUT-OF-ORDER PROTECTION AND    *
000340*                  RESTART FROM THE LAST SELLER CHECKPOINTED     *
000350*  10/15/26  RTC   CLOSE YEAR FROM THE BUSINESS-DATE RECORD      *
000360*                  (BUSDATE) ON ITS LAST BUSINESS DAY OF THE     *
000370*                  YEAR IN PLACE OF THE CLOSCRD CARD; PERIOD ON  *
000380*                  THE CLOSE SUMMARY HEADING                     *
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  GNULINUX.
000430 OBJECT-COMPUTER.  HERCULES.
000440 SPECIAL-NAMES.
000450     CONSOLE IS CONSL.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT SELLER-TOTALS
000490         ASSIGN TO TOTMST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS SELLER-TOTALS-NAME
000530         FILE STATUS IS SELLER-TOTALS-STATUS.
000540     SELECT TOTALS-ARCHIVE
000550         ASSIGN TO TOTARCH
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS TOTALS-ARCHIVE-STATUS.
000580     SELECT CLOSE-REPORT
000590         ASSIGN TO CLSPRINT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS CLOSE-REPORT-STATUS.
000620     SELECT OPTIONAL CLOSE-CONTROL-FILE
000630         ASSIGN TO CLOSECTL
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS CLOSE-CONTROL-STATUS.
000660     SELECT BUSINESS-DATE-FILE
000670         ASSIGN TO BUSDATE
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS BUSINESS-DATE-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  SELLER-TOTALS.
000730     COPY SELLTOT.
000740 FD  TOTALS-ARCHIVE.
000750 01  TOTALS-ARCHIVE-RECORD       PIC X(70).
000760 FD  CLOSE-REPORT.
000770 01  CLOSE-PRINT-LINE            PIC X(132).
000780 FD  CLOSE-CONTROL-FILE.
000790     COPY CLOSECTL.
000800 FD  BUSINESS-DATE-FILE.
000810     COPY BUSDATE.
000820 WORKING-STORAGE SECTION.
000830 77  SELLER-TOTALS-STATUS        PIC X(02) VALUE SPACES.
000840 77  TOTALS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
000850 77  CLOSE-REPORT-STATUS         PIC X(02) VALUE SPACES.
000860 77  AT-END-OF-TOTALS-FLAG       PIC X(01) VALUE "N".
000870     88  AT-END-OF-TOTALS                  VALUE "Y".
000880 77  SELLERS-CLOSED-COUNT        PIC 9(05) COMP VALUE ZERO.
000890 77  YEAR-CLOSED-TOTAL           PIC S9(11)V99 VALUE ZERO.
000900 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
000910 77  CLOSE-CONTROL-STATUS        PIC X(02) VALUE SPACES.
000920 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
000930 77  CONTROL-PRESENT-FLAG        PIC X(01) VALUE "N".
000940     88  CONTROL-PRESENT                   VALUE "Y".
000950 77  RESTART-MODE-FLAG           PIC X(01) VALUE "N".
000960     88  RESTART-MODE                      VALUE "Y".
000970 77  RESTART-SKIPPED-COUNT       PIC 9(05) COMP VALUE ZERO.
000980 77  ARCHIVE-SKIPPED-COUNT       PIC 9(05) COMP VALUE ZERO.
000990 77  ARCHIVE-LAST-SELLER         PIC X(30) VALUE LOW-VALUES.
001000 77  AT-END-OF-ARCH-FLAG         PIC X(01) VALUE "N".
001010     88  AT-END-OF-ARCH                    VALUE "Y".
001020 77  RESTART-LAST-SELLER         PIC X(30) VALUE SPACES.
001030 77  LAST-SELLER-PROCESSED       PIC X(30) VALUE SPACES.
001040 77  CHECKPOINT-INTERVAL         PIC 9(05) COMP VALUE 100.
001050 77  SELLERS-SINCE-CHECKPOINT    PIC 9(05) COMP VALUE ZERO.
001060 01  CLOSING-PERIOD              PIC 9(06) VALUE ZERO.
001070 01  CLOSING-PERIOD-X            REDEFINES CLOSING-PERIOD.
001080     03  CLOSING-PERIOD-YYYY     PIC 9(04).
001090     03  CLOSING-PERIOD-MM       PIC 9(02).
001100*    WORKING COPY OF THE CLOSE-CONTROL RECORD -- THE RECORD
001110*    AREA IS NOT AVAILABLE AFTER A SUCCESSFUL I-O, AND THE
001120*    FILE IS REWRITTEN WHOLE FROM HERE AT EVERY CHECKPOINT.
001130 01  CONTROL-WORK-RECORD.
001140     03  CTLW-LAST-PERIOD        PIC 9(06).
001150     03  CTLW-LAST-PERIOD-X      REDEFINES CTLW-LAST-PERIOD.
001160         05  CTLW-PERIOD-YYYY    PIC 9(04).
001170         05  CTLW-PERIOD-MM      PIC 9(02).
001180     03  CTLW-TYPE-CODE          PIC X(01).
001190         88  CTLW-MONTH-TYPE             VALUE "M".
001200         88  CTLW-YEAR-TYPE              VALUE "Y".
001210     03  CTLW-STATE-CODE         PIC X(01).
001220         88  CTLW-IN-PROGRESS            VALUE "I".
001230         88  CTLW-COMPLETE               VALUE "C".
001240     03  CTLW-RUN-TIMESTAMP      PIC X(26).
001250     03  CTLW-LAST-SELLER        PIC X(30).
001260     03  FILLER                  PIC X(16).
001270 01  CLOSE-HEADING-1.
001280     03  FILLER                  PIC X(30)
001290         VALUE "SELLER TOTALS YEAR-END CLOSE".
001300     03  FILLER                  PIC X(14) VALUE SPACES.
001310     03  FILLER                  PIC X(04) VALUE "RUN ".
001320     03  CH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001330     03  FILLER                  PIC X(04) VALUE SPACES.
001340     03  FILLER                  PIC X(07) VALUE "PERIOD ".
001350     03  CH1-PERIOD              PIC 9999/99.
001360     03  FILLER                  PIC X(50) VALUE SPACES.
001370 01  CLOSE-TOTAL-LINE.
001380     03  CT-TOTAL-TEXT           PIC X(24).
001390     03  CT-TOTAL-COUNT          PIC ZZZ,ZZ9.
001400     03  FILLER                  PIC X(101) VALUE SPACES.
001410 01  CLOSE-AMOUNT-LINE.
001420     03  CA-TOTAL-TEXT           PIC X(24).
001430     03  CA-TOTAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
001440     03  FILLER                  PIC X(90) VALUE SPACES.
001450 PROCEDURE DIVISION.
001460******************************************************************
001470*    0000-MAINLINE -- RUN CONTROL.                               *
001480******************************************************************
001490 0000-MAINLINE.
001500     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
001510     PERFORM 1000-READ-BUSINESS-DATE THRU 1000-EXIT
001520     PERFORM 1100-VERIFY-CLOSE-CONTROL THRU 1100-EXIT
001530     OPEN I-O    SELLER-TOTALS
001540          OUTPUT CLOSE-REPORT
001550*    A RESTART EXTENDS THE ARCHIVE GENERATION THE ABENDED RUN
001560*    STARTED; THE LAST SELLER ALREADY ON IT IS NOTED FIRST
001570*    AND 2000 SUPPRESSES A SECOND ARCHIVE RECORD FOR ANY
001580*    SELLER AT OR BELOW IT, SO NO SELLER IS ARCHIVED TWICE.
001590     IF RESTART-MODE
001600         PERFORM 1400-FIND-LAST-ARCHIVED THRU 1400-EXIT
001610         OPEN EXTEND TOTALS-ARCHIVE
001620     ELSE
001630         OPEN OUTPUT TOTALS-ARCHIVE
001640     END-IF
001650     IF SELLER-TOTALS-STATUS NOT = "00"
001660         DISPLAY "TOTYEND: OPEN FAILED, TOTMST STATUS "
001670                 SELLER-TOTALS-STATUS UPON CONSL
001680         GO TO 9999-ABORT-RUN
001690     END-IF
001700     PERFORM 1200-MARK-IN-PROGRESS THRU 1200-EXIT
001710     PERFORM 2000-CLOSE-ONE-SELLER THRU 2000-EXIT
001720         UNTIL AT-END-OF-TOTALS
001730     PERFORM 8000-TERMINATE THRU 8000-EXIT
001740     STOP RUN.
001750******************************************************************
001760*    1000-READ-BUSINESS-DATE -- THE YEAR BEING CLOSED, AS ITS    *
001770*    DECEMBER PERIOD (YYYY12), IS THE BUSINESS-DATE PERIOD ON    *
001780*    THE LAST BUSINESS DAY OF THE YEAR; NO BUSINESS DATE, NO     *
001790*    CLOSE.                                                      *
001800******************************************************************
001810 1000-READ-BUSINESS-DATE.
001820     OPEN INPUT BUSINESS-DATE-FILE
001830     IF BUSINESS-DATE-STATUS NOT = "00"
001840         DISPLAY "TOTYEND: OPEN FAILED, BUSDATE STATUS "
001850                 BUSINESS-DATE-STATUS UPON CONSL
001860         GO TO 9999-ABORT-RUN
001870     END-IF
001880     READ BUSINESS-DATE-FILE
001890         AT END
001900             DISPLAY "TOTYEND: NO BUSINESS-DATE RECORD (BUSDATE)"
001910                 UPON CONSL
001920             GO TO 9999-ABORT-RUN
001930     END-READ
001940     CLOSE BUSINESS-DATE-FILE
001950     MOVE BUS-PERIOD TO CLOSING-PERIOD
001960     IF NOT BUS-LAST-DAY-OF-YEAR
001970      OR CLOSING-PERIOD-MM NOT = 12
001980         DISPLAY "TOTYEND: BUSINESS DATE " BUS-PROCESSING-DATE
001990                 " IS NOT THE LAST BUSINESS DAY OF THE YEAR"
002000             UPON CONSL
002010         GO TO 9998-REFUSE-RUN
002020     END-IF.
002030 1000-EXIT.
002040     EXIT.
002050******************************************************************
002060*    1100-VERIFY-CLOSE-CONTROL -- THE DECEMBER MONTH-END CLOSE   *
002070*    MUST BE COMPLETE FOR THIS PERIOD; A YEAR ALREADY CLOSED     *
002080*    OR AN UNRESOLVED ABENDED CLOSE OF ANOTHER PERIOD REFUSES    *
002090*    THE RUN; AN ABENDED YEAR CLOSE OF THIS PERIOD RESTARTS      *
002100*    AFTER THE LAST SELLER CHECKPOINTED.                         *
002110******************************************************************
002120 1100-VERIFY-CLOSE-CONTROL.
002130     MOVE "N" TO CONTROL-PRESENT-FLAG
002140     MOVE "N" TO RESTART-MODE-FLAG
002150     OPEN INPUT CLOSE-CONTROL-FILE
002160     READ CLOSE-CONTROL-FILE INTO CONTROL-WORK-RECORD
002170         AT END
002180             CONTINUE
002190         NOT AT END
002200             MOVE "Y" TO CONTROL-PRESENT-FLAG
002210     END-READ
002220     CLOSE CLOSE-CONTROL-FILE
002230     IF NOT CONTROL-PRESENT
002240         DISPLAY "TOTYEND: NO CLOSE-CONTROL RECORD - THE "
002250             "DECEMBER MONTH-END CLOSE HAS NOT RUN" UPON CONSL
002260         GO TO 9998-REFUSE-RUN
002270     END-IF
002280     IF CTLW-IN-PROGRESS
002290         IF CTLW-LAST-PERIOD = CLOSING-PERIOD
002300          AND CTLW-YEAR-TYPE
002310             MOVE "Y" TO RESTART-MODE-FLAG
002320             MOVE CTLW-LAST-SELLER TO RESTART-LAST-SELLER
002330             DISPLAY "TOTYEND: RESTARTING ABENDED CLOSE OF "
002340                     CLOSING-PERIOD " AFTER SELLER "
002350                     RESTART-LAST-SELLER UPON CONSL
002360             GO TO 1100-EXIT
002370         END-IF
002380         DISPLAY "TOTYEND: CLOSE OF " CTLW-LAST-PERIOD
002390                 " DID NOT COMPLETE - RESOLVE IT FIRST"
002400             UPON CONSL
002410         GO TO 9998-REFUSE-RUN
002420     END-IF
002430     IF CTLW-LAST-PERIOD = CLOSING-PERIOD
002440      AND CTLW-YEAR-TYPE
002450         DISPLAY "TOTYEND: YEAR " CLOSING-PERIOD-YYYY
002460                 " ALREADY CLOSED" UPON CONSL
002470         GO TO 9998-REFUSE-RUN
002480     END-IF
002490     IF CTLW-LAST-PERIOD NOT = CLOSING-PERIOD
002500      OR NOT CTLW-MONTH-TYPE
002510         DISPLAY "TOTYEND: DECEMBER MONTH-END CLOSE OF "
002520                 CLOSING-PERIOD " MISSING - LAST CLOSED "
002530                 CTLW-LAST-PERIOD UPON CONSL
002540         GO TO 9998-REFUSE-RUN
002550     END-IF.
002560 1100-EXIT.
002570     EXIT.
002580******************************************************************
002590*    1200-MARK-IN-PROGRESS -- STAMP THE CLOSE AS STARTED SO A    *
002600*    RERUN AFTER AN ABEND KNOWS WHERE IT STOOD.                  *
002610******************************************************************
002620 1200-MARK-IN-PROGRESS.
002630     MOVE CLOSING-PERIOD TO CTLW-LAST-PERIOD
002640     MOVE "Y"            TO CTLW-TYPE-CODE
002650     MOVE "I"            TO CTLW-STATE-CODE
002660     MOVE RUN-TIMESTAMP  TO CTLW-RUN-TIMESTAMP
002670     IF RESTART-MODE
002680         MOVE RESTART-LAST-SELLER TO CTLW-LAST-SELLER
002690     ELSE
002700         MOVE SPACES              TO CTLW-LAST-SELLER
002710     END-IF
002720     PERFORM 1300-WRITE-CLOSE-CONTROL THRU 1300-EXIT.
002730 1200-EXIT.
002740     EXIT.
002750 1300-WRITE-CLOSE-CONTROL.
002760     OPEN OUTPUT CLOSE-CONTROL-FILE
002770     WRITE CLOSE-CONTROL-RECORD FROM CONTROL-WORK-RECORD
002780     CLOSE CLOSE-CONTROL-FILE.
002790 1300-EXIT.
002800     EXIT.
002810******************************************************************
002820*    1400-FIND-LAST-ARCHIVED -- THE ABENDED RUN'S PARTIAL        *
002830*    ARCHIVE IS IN SELLER KEY ORDER; ITS LAST RECORD MARKS       *
002840*    HOW FAR THE ARCHIVE GOT (THE ARCHIVE RUNS AHEAD OF THE     *
002850*    CHECKPOINT, SO IT CAN BE PAST THE RESTART SELLER).          *
002860******************************************************************
002870 1400-FIND-LAST-ARCHIVED.
002880     MOVE LOW-VALUES TO ARCHIVE-LAST-SELLER
002890     MOVE "N" TO AT-END-OF-ARCH-FLAG
002900     OPEN INPUT TOTALS-ARCHIVE
002910     PERFORM 1450-READ-ONE-ARCHIVED THRU 1450-EXIT
002920         UNTIL AT-END-OF-ARCH
002930     CLOSE TOTALS-ARCHIVE.
002940 1400-EXIT.
002950     EXIT.
002960 1450-READ-ONE-ARCHIVED.
002970     READ TOTALS-ARCHIVE
002980         AT END
002990             MOVE "Y" TO AT-END-OF-ARCH-FLAG
003000             GO TO 1450-EXIT
003010     END-READ
003020     MOVE TOTALS-ARCHIVE-RECORD (1:30)
003030         TO ARCHIVE-LAST-SELLER.
003040 1450-EXIT.
003050     EXIT.
003060******************************************************************
003070*    2000-CLOSE-ONE-SELLER -- ROLL ANY RESIDUAL MONTH BUCKET,    *
003080*    ARCHIVE THE FULL-YEAR BALANCES, CLEAR FOR THE NEW YEAR.     *
003090******************************************************************
003100 2000-CLOSE-ONE-SELLER.
003110     READ SELLER-TOTALS NEXT RECORD
003120         AT END
003130             MOVE "Y" TO AT-END-OF-TOTALS-FLAG
003140             GO TO 2000-EXIT
003150     END-READ
003160*    A RESTART SKIPS EVERY SELLER THE ABENDED RUN ALREADY
003170*    CLEARED (AT OR BELOW THE CHECKPOINTED LAST SELLER).
003180     IF RESTART-MODE
003190      AND SELLER-TOTALS-NAME NOT > RESTART-LAST-SELLER
003200         ADD 1 TO RESTART-SKIPPED-COUNT
003210         GO TO 2000-EXIT
003220     END-IF
003230     MOVE SELLER-TOTALS-NAME TO LAST-SELLER-PROCESSED
003240     ADD SELLER-TOT-MTD TO SELLER-TOT-YTD
003250     MOVE ZERO          TO SELLER-TOT-MTD
003260*    THE ABENDED RUN'S ARCHIVE CAN BE AHEAD OF ITS CHECKPOINT;
003270*    A SELLER ALREADY ON THE PARTIAL GENERATION IS STILL
003280*    RE-ROLLED ON TOTMST (USUALLY A NO-OP, BOTH BUCKETS
003290*    BEING ALREADY ZERO, BUT IT COMPLETES THE ONE SELLER
003300*    CAUGHT BETWEEN THE ARCHIVE WRITE AND THE REWRITE) --
003310*    BUT NOT ARCHIVED AGAIN.
003320     IF RESTART-MODE
003330      AND SELLER-TOTALS-NAME NOT > ARCHIVE-LAST-SELLER
003340         ADD 1 TO ARCHIVE-SKIPPED-COUNT
003350     ELSE
003360         WRITE TOTALS-ARCHIVE-RECORD
003370             FROM SELLER-TOTALS-RECORD
003380     END-IF
003390     ADD SELLER-TOT-YTD TO YEAR-CLOSED-TOTAL
003400     MOVE ZERO          TO SELLER-TOT-YTD
003410     REWRITE SELLER-TOTALS-RECORD
003420     ADD 1 TO SELLERS-CLOSED-COUNT
003430     ADD 1 TO SELLERS-SINCE-CHECKPOINT
003440     IF SELLERS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
003450         MOVE LAST-SELLER-PROCESSED TO CTLW-LAST-SELLER
003460         PERFORM 1300-WRITE-CLOSE-CONTROL THRU 1300-EXIT
003470         MOVE ZERO TO SELLERS-SINCE-CHECKPOINT
003480     END-IF.
003490 2000-EXIT.
003500     EXIT.
003510******************************************************************
003520*    8000-TERMINATE -- CLOSE SUMMARY AND FILES.                  *
003530******************************************************************
003540 8000-TERMINATE.
003550     MOVE RUN-TIMESTAMP (1:16) TO CH1-TIMESTAMP
003560     MOVE CLOSING-PERIOD       TO CH1-PERIOD
003570     WRITE CLOSE-PRINT-LINE FROM CLOSE-HEADING-1
003580         AFTER ADVANCING PAGE
003590     MOVE SPACES TO CLOSE-PRINT-LINE
003600     WRITE CLOSE-PRINT-LINE AFTER ADVANCING 1 LINE
003610     MOVE "SELLERS CLOSED        : " TO CT-TOTAL-TEXT
003620     MOVE SELLERS-CLOSED-COUNT       TO CT-TOTAL-COUNT
003630     WRITE CLOSE-PRINT-LINE FROM CLOSE-TOTAL-LINE
003640         AFTER ADVANCING 1 LINE
003650     MOVE "YEAR CLOSED TOTAL     : " TO CA-TOTAL-TEXT
003660     MOVE YEAR-CLOSED-TOTAL          TO CA-TOTAL-AMOUNT
003670     WRITE CLOSE-PRINT-LINE FROM CLOSE-AMOUNT-LINE
003680         AFTER ADVANCING 1 LINE
003690     IF RESTART-MODE
003700         MOVE "RESTART SKIPPED       : " TO CT-TOTAL-TEXT
003710         MOVE RESTART-SKIPPED-COUNT      TO CT-TOTAL-COUNT
003720         WRITE CLOSE-PRINT-LINE FROM CLOSE-TOTAL-LINE
003730             AFTER ADVANCING 1 LINE
003740         MOVE "ALREADY ARCHIVED      : " TO CT-TOTAL-TEXT
003750         MOVE ARCHIVE-SKIPPED-COUNT      TO CT-TOTAL-COUNT
003760         WRITE CLOSE-PRINT-LINE FROM CLOSE-TOTAL-LINE
003770             AFTER ADVANCING 1 LINE
003780     END-IF
003790     CLOSE SELLER-TOTALS TOTALS-ARCHIVE CLOSE-REPORT
003800     MOVE "C"    TO CTLW-STATE-CODE
003810     MOVE SPACES TO CTLW-LAST-SELLER
003820     PERFORM 1300-WRITE-CLOSE-CONTROL THRU 1300-EXIT
003830     DISPLAY "TOTYEND: " SELLERS-CLOSED-COUNT
003840             " SELLERS CLOSED" UPON CONSL.
003850 8000-EXIT.
003860     EXIT.
003870******************************************************************
003880*    9998-REFUSE-RUN -- THE CLOSE MAY NOT START; RETURN CODE 8   *
003890*    HOLDS THE SCHEDULER AND TOTMST IS UNTOUCHED.                *
003900******************************************************************
003910 9998-REFUSE-RUN.
003920     DISPLAY "TOTYEND: CLOSE REFUSED - TOTMST UNTOUCHED"
003930         UPON CONSL
003940     MOVE 8 TO RETURN-CODE
003950     STOP RUN.
003960******************************************************************
003970*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
003980******************************************************************
003990 9999-ABORT-RUN.
004000     DISPLAY "TOTYEND: RUN ABORTED" UPON CONSL
004010     MOVE 16 TO RETURN-CODE
004020     STOP RUN.
