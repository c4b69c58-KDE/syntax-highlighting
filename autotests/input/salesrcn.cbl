000110*    DIFFERENCE REPORT BY SELLER -- INCLUDING SELLERS FOUND IN   *
000120*    SALES_DETAIL BUT NOT ON TOTMST -- AND ENDS WITH RETURN      *
000130*    CODE 8 WHEN ANY SELLER IS OFF, SO DRIFT IS CAUGHT THE       *
000140*    NIGHT IT HAPPENS INSTEAD OF AT MONTH-END.  THE PERIOD ENDS  *
000150*    ON THE BUSINESS DATE FROM THE SHARED CONTROL RECORD         *
000160*    (BUSDATE), THE SAME DATE SALESDLY POSTED UNDER.             *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.    SALESRCN.
000200 AUTHOR.        R. T. CALDWELL.
000210 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000220 DATE-WRITTEN.  09/02/26.
000230 DATE-COMPILED.
000240******************************************************************
000250*                     MODIFICATION HISTORY                       *
000260*  DATE      INIT  DESCRIPTION                                   *
000270*  --------  ----  ---------------------------------------------*
000280*  09/02/26  RTC   INITIAL VERSION                               *
000290*  10/15/26  RTC   PERIOD END FROM THE BUSINESS-DATE CONTROL     *
000300*                  RECORD (BUSDATE) INSTEAD OF THE SYSTEM CLOCK  *
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.  GNULINUX.
000350 OBJECT-COMPUTER.  HERCULES.
000360 SPECIAL-NAMES.
000370     CONSOLE IS CONSL.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SELLER-TOTALS
000410         ASSIGN TO TOTMST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS SELLER-TOTALS-NAME
000450         FILE STATUS IS SELLER-TOTALS-STATUS.
000460     SELECT BUSINESS-DATE-FILE
000470         ASSIGN TO BUSDATE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS BUSINESS-DATE-STATUS.
000500     SELECT RECON-REPORT
000510         ASSIGN TO RCNPRINT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS RECON-REPORT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  SELLER-TOTALS.
000570     COPY SELLTOT.
000580 FD  BUSINESS-DATE-FILE.
000590     COPY BUSDATE.
000600 FD  RECON-REPORT.
000610 01  RECON-PRINT-LINE            PIC X(132).
000620 WORKING-STORAGE SECTION.
000630 77  SELLER-TOTALS-STATUS        PIC X(02) VALUE SPACES.
000640 77  RECON-REPORT-STATUS         PIC X(02) VALUE SPACES.
000650 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
000660 77  AT-END-OF-TOTALS-FLAG       PIC X(01) VALUE "N".
000670     88  AT-END-OF-TOTALS                  VALUE "Y".
000680 77  AT-END-OF-CURSOR-FLAG       PIC X(01) VALUE "N".
000690     88  AT-END-OF-CURSOR                  VALUE "Y".
000700 77  DETAIL-FOUND-FLAG           PIC X(01) VALUE "N".
000710     88  DETAIL-FOUND                      VALUE "Y".
000720 77  SELLER-OFF-FLAG             PIC X(01) VALUE "N".
000730     88  SELLER-OFF                        VALUE "Y".
000740 77  ANY-DIFFERENCE-FLAG         PIC X(01) VALUE "N".
000750     88  ANY-DIFFERENCE                    VALUE "Y".
000760 77  SELLERS-COMPARED-COUNT      PIC 9(05) COMP VALUE ZERO.
000770 77  SELLERS-OFF-COUNT           PIC 9(05) COMP VALUE ZERO.
000780 77  DB2-ONLY-COUNT              PIC 9(05) COMP VALUE ZERO.
000790 77  TRUE-YTD-AMOUNT             PIC S9(11)V99 VALUE ZERO.
000800 77  MTD-DIFFERENCE              PIC S9(11)V99 VALUE ZERO.
000810 77  YTD-DIFFERENCE              PIC S9(11)V99 VALUE ZERO.
000820 77  RECON-LINE-COUNT            PIC 9(03) COMP VALUE 99.
000830 77  RECON-PAGE-COUNT            PIC 9(03) COMP VALUE ZERO.
000840 77  RECON-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
000850 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
000860*    THE CURSOR WINDOWS ON POSTING_DATE, NOT SALES_DATE: THE
000870*    TOTALS BUCKETS ARE POSTED BY RUN DATE (SALESDLY 5250), SO
000880*    A SUSPENSE RECORD RESUBMITTED ACROSS A MONTH BOUNDARY, OR
000890*    A LATE BRANCH RETRANSMISSION, LANDS IN THE SAME WINDOW ON
000900*    BOTH SIDES OF THE COMPARISON.
000910*    HOST VARIABLES FOR THE SALES_DETAIL SUMMARY CURSORS.
000920 01  RECON-HOST-VARS.
000930     03  HV-PERIOD-START         PIC X(10).
000940     03  HV-PERIOD-END           PIC X(10).
000950     03  HV-SELLER-NAME          PIC X(30).
000960     03  HV-SUM-AMOUNT           PIC S9(11)V99 COMP-3.
000970     EXEC SQL INCLUDE SQLCA END-EXEC.
000980     EXEC SQL
000990         DECLARE PERIOD-CSR CURSOR FOR
001000             SELECT SELLER_NAME, SUM(SALES_AMOUNT)
001010               FROM SALES_DETAIL
001020              WHERE POSTING_DATE >= :HV-PERIOD-START
001030                AND POSTING_DATE <= :HV-PERIOD-END
001040              GROUP BY SELLER_NAME
001050              ORDER BY SELLER_NAME
001060     END-EXEC.
001070*    SUMMED DETAIL BY SELLER, MONTH AND YEAR BUCKETS, LOADED
001080*    FROM TWO OPENINGS OF THE PERIOD CURSOR.  A FULL TABLE
001090*    ABORTS THE RUN SO NOTHING IS COMPARED AGAINST A PARTIAL
001100*    SUMMARY.
001110 01  DETAIL-SUM-TABLE.
001120     03  DETAIL-SUM-COUNT        PIC 9(04) COMP VALUE ZERO.
001130     03  DETAIL-SUM-MAX          PIC 9(04) COMP VALUE 1000.
001140     03  DETAIL-SUM-ENTRY OCCURS 1000 TIMES
001150             INDEXED BY DETAIL-IDX.
001160         05  DS-SELLER-NAME      PIC X(30).
001170         05  DS-MONTH-AMOUNT     PIC S9(11)V99.
001180         05  DS-YEAR-AMOUNT      PIC S9(11)V99.
001190         05  DS-MATCHED-FLAG     PIC X(01).
001200 01  RECON-HEADING-1.
001210     03  FILLER                  PIC X(36)
001220         VALUE "SALES DETAIL/TOTALS RECONCILIATION".
001230     03  FILLER                  PIC X(08) VALUE SPACES.
001240     03  FILLER                  PIC X(04) VALUE "RUN ".
001250     03  RH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001260     03  FILLER                  PIC X(60) VALUE SPACES.
001270     03  FILLER                  PIC X(05) VALUE "PAGE ".
001280     03  RH1-PAGE                PIC ZZ9.
001290 01  RECON-HEADING-2.
001300     03  FILLER                  PIC X(32) VALUE "SELLER".
001310     03  FILLER                  PIC X(16)
001320         VALUE "     TOTMST MTD".
001330     03  FILLER                  PIC X(16)
001340         VALUE "      DB2 MONTH".
001350     03  FILLER                  PIC X(16)
001360         VALUE "       MTD DIFF".
001370     03  FILLER                  PIC X(16)
001380         VALUE "     TOTMST YTD".
001390     03  FILLER                  PIC X(16)
001400         VALUE "       DB2 YEAR".
001410     03  FILLER                  PIC X(16)
001420         VALUE "       YTD DIFF".
001430     03  FILLER                  PIC X(04) VALUE SPACES.
001440 01  RECON-DETAIL-LINE.
001450     03  RL-SELLER-NAME          PIC X(30).
001460     03  FILLER                  PIC X(02) VALUE SPACES.
001470     03  RL-TOTMST-MTD           PIC ZZZ,ZZZ,ZZ9.99-.
001480     03  FILLER                  PIC X(01) VALUE SPACES.
001490     03  RL-DB2-MONTH            PIC ZZZ,ZZZ,ZZ9.99-.
001500     03  FILLER                  PIC X(01) VALUE SPACES.
001510     03  RL-MTD-DIFF             PIC ZZZ,ZZZ,ZZ9.99-.
001520     03  FILLER                  PIC X(01) VALUE SPACES.
001530     03  RL-TOTMST-YTD           PIC ZZZ,ZZZ,ZZ9.99-.
001540     03  FILLER                  PIC X(01) VALUE SPACES.
001550     03  RL-DB2-YEAR             PIC ZZZ,ZZZ,ZZ9.99-.
001560     03  FILLER                  PIC X(01) VALUE SPACES.
001570     03  RL-YTD-DIFF             PIC ZZZ,ZZZ,ZZ9.99-.
001580     03  FILLER                  PIC X(05) VALUE SPACES.
001590 01  RECON-TOTAL-LINE.
001600     03  RT-TOTAL-TEXT           PIC X(24).
001610     03  RT-TOTAL-COUNT          PIC ZZZ,ZZ9.
001620     03  FILLER                  PIC X(101) VALUE SPACES.
001630 01  RECON-VERDICT-LINE.
001640     03  RV-TEXT                 PIC X(52).
001650     03  FILLER                  PIC X(80) VALUE SPACES.
001660 PROCEDURE DIVISION.
001670******************************************************************
001680*    0000-MAINLINE -- RUN CONTROL.                               *
001690******************************************************************
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001720     PERFORM 2000-LOAD-MONTH-SUMS THRU 2000-EXIT
001730     PERFORM 3000-LOAD-YEAR-SUMS THRU 3000-EXIT
001740     PERFORM 4000-COMPARE-ONE-SELLER THRU 4000-EXIT
001750         UNTIL AT-END-OF-TOTALS
001760     PERFORM 5000-SWEEP-DB2-ONLY THRU 5000-EXIT
001770     PERFORM 8000-TERMINATE THRU 8000-EXIT
001780     STOP RUN.
001790******************************************************************
001800*    1000-INITIALIZE -- OPEN FILES AND SET THE MONTH AND YEAR    *
001810*    PERIOD BOUNDARIES FROM THE BUSINESS DATE.                   *
001820******************************************************************
001830 1000-INITIALIZE.
001840     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
001850     OPEN INPUT  SELLER-TOTALS
001860     OPEN OUTPUT RECON-REPORT
001870     IF SELLER-TOTALS-STATUS NOT = "00"
001880         DISPLAY "SALESRCN: OPEN FAILED, TOTMST STATUS "
001890                 SELLER-TOTALS-STATUS UPON CONSL
001900         GO TO 9999-ABORT-RUN
001910     END-IF
001920     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
001930     PERFORM 6500-PAGE-HEADING THRU 6500-EXIT.
001940 1000-EXIT.
001950     EXIT.
001960******************************************************************
001970*    1050-READ-BUSINESS-DATE -- THE PERIOD END IS THE BUSINESS   *
001980*    DATE SALESDLY POSTED UNDER, ISO FORM TO MATCH POSTING_DATE. *
001990******************************************************************
002000 1050-READ-BUSINESS-DATE.
002010     OPEN INPUT BUSINESS-DATE-FILE
002020     IF BUSINESS-DATE-STATUS NOT = "00"
002030         DISPLAY "SALESRCN: OPEN FAILED, BUSDATE STATUS "
002040                 BUSINESS-DATE-STATUS UPON CONSL
002050         GO TO 9999-ABORT-RUN
002060     END-IF
002070     READ BUSINESS-DATE-FILE
002080         AT END
002090             DISPLAY "SALESRCN: NO BUSINESS-DATE RECORD (BUSDATE)"
002100                 UPON CONSL
002110             GO TO 9999-ABORT-RUN
002120     END-READ
002130     MOVE SPACES                TO HV-PERIOD-END
002140     MOVE BUS-PROCESSING-YYYY   TO HV-PERIOD-END (1:4)
002150     MOVE "-"                   TO HV-PERIOD-END (5:1)
002160     MOVE BUS-PROCESSING-MM     TO HV-PERIOD-END (6:2)
002170     MOVE "-"                   TO HV-PERIOD-END (8:1)
002180     MOVE BUS-PROCESSING-DD     TO HV-PERIOD-END (9:2)
002190     CLOSE BUSINESS-DATE-FILE.
002200 1050-EXIT.
002210     EXIT.
002220******************************************************************
002230*    2000-LOAD-MONTH-SUMS -- OPEN THE PERIOD CURSOR FOR THE      *
002240*    FIRST OF THE MONTH THROUGH TODAY AND FILE EACH SELLER'S     *
002250*    MONTH SUM IN THE DETAIL TABLE.                              *
002260******************************************************************
002270 2000-LOAD-MONTH-SUMS.
002280     MOVE HV-PERIOD-END TO HV-PERIOD-START
002290     MOVE "01"          TO HV-PERIOD-START (9:2)
002300     MOVE "N" TO AT-END-OF-CURSOR-FLAG
002310     EXEC SQL
002320         OPEN PERIOD-CSR
002330     END-EXEC
002340     IF SQLCODE NOT = ZERO
002350         DISPLAY "SALESRCN: PERIOD CURSOR OPEN FAILED, SQLCODE "
002360                 SQLCODE UPON CONSL
002370         GO TO 9999-ABORT-RUN
002380     END-IF
002390     PERFORM 2100-FETCH-MONTH-SUM THRU 2100-EXIT
002400         UNTIL AT-END-OF-CURSOR
002410     EXEC SQL
002420         CLOSE PERIOD-CSR
002430     END-EXEC.
002440 2000-EXIT.
002450     EXIT.
002460 2100-FETCH-MONTH-SUM.
002470     EXEC SQL
002480         FETCH PERIOD-CSR
002490          INTO :HV-SELLER-NAME, :HV-SUM-AMOUNT
002500     END-EXEC
002510     IF SQLCODE = 100
002520         MOVE "Y" TO AT-END-OF-CURSOR-FLAG
002530         GO TO 2100-EXIT
002540     END-IF
002550     IF SQLCODE NOT = ZERO
002560         DISPLAY "SALESRCN: FETCH FAILED, SQLCODE "
002570                 SQLCODE UPON CONSL
002580         GO TO 9999-ABORT-RUN
002590     END-IF
002600     PERFORM 6000-FIND-DETAIL-ENTRY THRU 6000-EXIT
002610     MOVE HV-SUM-AMOUNT
002620         TO DS-MONTH-AMOUNT (DETAIL-IDX).
002630 2100-EXIT.
002640     EXIT.
002650******************************************************************
002660*    3000-LOAD-YEAR-SUMS -- SECOND OPENING OF THE PERIOD         *
002670*    CURSOR, JANUARY FIRST THROUGH TODAY, FOR THE YEAR BUCKET.   *
002680******************************************************************
002690 3000-LOAD-YEAR-SUMS.
002700     MOVE HV-PERIOD-END TO HV-PERIOD-START
002710     MOVE "01"          TO HV-PERIOD-START (6:2)
002720     MOVE "01"          TO HV-PERIOD-START (9:2)
002730     MOVE "N" TO AT-END-OF-CURSOR-FLAG
002740     EXEC SQL
002750         OPEN PERIOD-CSR
002760     END-EXEC
002770     IF SQLCODE NOT = ZERO
002780         DISPLAY "SALESRCN: PERIOD CURSOR OPEN FAILED, SQLCODE "
002790                 SQLCODE UPON CONSL
002800         GO TO 9999-ABORT-RUN
002810     END-IF
002820     PERFORM 3100-FETCH-YEAR-SUM THRU 3100-EXIT
002830         UNTIL AT-END-OF-CURSOR
002840     EXEC SQL
002850         CLOSE PERIOD-CSR
002860     END-EXEC.
002870 3000-EXIT.
002880     EXIT.
002890 3100-FETCH-YEAR-SUM.
002900     EXEC SQL
002910         FETCH PERIOD-CSR
002920          INTO :HV-SELLER-NAME, :HV-SUM-AMOUNT
002930     END-EXEC
002940     IF SQLCODE = 100
002950         MOVE "Y" TO AT-END-OF-CURSOR-FLAG
002960         GO TO 3100-EXIT
002970     END-IF
002980     IF SQLCODE NOT = ZERO
002990         DISPLAY "SALESRCN: FETCH FAILED, SQLCODE "
003000                 SQLCODE UPON CONSL
003010         GO TO 9999-ABORT-RUN
003020     END-IF
003030     PERFORM 6000-FIND-DETAIL-ENTRY THRU 6000-EXIT
003040     MOVE HV-SUM-AMOUNT
003050         TO DS-YEAR-AMOUNT (DETAIL-IDX).
003060 3100-EXIT.
003070     EXIT.
003080******************************************************************
003090*    4000-COMPARE-ONE-SELLER -- ONE TOTALS MASTER RECORD         *
003100*    AGAINST THE SUMMED DETAIL.  TRUE YEAR TO DATE IS YTD PLUS   *
003110*    MTD (SEE COPYBOOK SELLTOT).  ANY DIFFERENCE PRINTS AND      *
003120*    FLAGS THE RUN.                                              *
003130******************************************************************
003140 4000-COMPARE-ONE-SELLER.
003150     READ SELLER-TOTALS NEXT RECORD
003160         AT END
003170             MOVE "Y" TO AT-END-OF-TOTALS-FLAG
003180             GO TO 4000-EXIT
003190     END-READ
003200     ADD 1 TO SELLERS-COMPARED-COUNT
003210     MOVE SELLER-TOTALS-NAME TO HV-SELLER-NAME
003220     PERFORM 6000-FIND-DETAIL-ENTRY THRU 6000-EXIT
003230     MOVE "Y" TO DS-MATCHED-FLAG (DETAIL-IDX)
003240     COMPUTE TRUE-YTD-AMOUNT
003250         = SELLER-TOT-YTD + SELLER-TOT-MTD
003260     COMPUTE MTD-DIFFERENCE
003270         = SELLER-TOT-MTD - DS-MONTH-AMOUNT (DETAIL-IDX)
003280     COMPUTE YTD-DIFFERENCE
003290         = TRUE-YTD-AMOUNT - DS-YEAR-AMOUNT (DETAIL-IDX)
003300     MOVE "N" TO SELLER-OFF-FLAG
003310     IF MTD-DIFFERENCE NOT = ZERO
003320      OR YTD-DIFFERENCE NOT = ZERO
003330         MOVE "Y" TO SELLER-OFF-FLAG
003340     END-IF
003350     IF NOT SELLER-OFF
003360         GO TO 4000-EXIT
003370     END-IF
003380     ADD 1 TO SELLERS-OFF-COUNT
003390     MOVE "Y" TO ANY-DIFFERENCE-FLAG
003400     MOVE SELLER-TOTALS-NAME TO RL-SELLER-NAME
003410     MOVE SELLER-TOT-MTD     TO RL-TOTMST-MTD
003420     MOVE DS-MONTH-AMOUNT (DETAIL-IDX) TO RL-DB2-MONTH
003430     MOVE MTD-DIFFERENCE     TO RL-MTD-DIFF
003440     MOVE TRUE-YTD-AMOUNT    TO RL-TOTMST-YTD
003450     MOVE DS-YEAR-AMOUNT (DETAIL-IDX)  TO RL-DB2-YEAR
003460     MOVE YTD-DIFFERENCE     TO RL-YTD-DIFF
003470     PERFORM 6600-WRITE-DETAIL-LINE THRU 6600-EXIT.
003480 4000-EXIT.
003490     EXIT.
003500******************************************************************
003510*    5000-SWEEP-DB2-ONLY -- SELLERS SUMMED OUT OF SALES_DETAIL   *
003520*    BUT NEVER MATCHED BY A TOTALS MASTER RECORD ARE THEIR OWN   *
003530*    KIND OF DRIFT AND PRINT WITH ZERO MASTER BALANCES.          *
003540******************************************************************
003550 5000-SWEEP-DB2-ONLY.
003560     IF DETAIL-SUM-COUNT = ZERO
003570         GO TO 5000-EXIT
003580     END-IF
003590     PERFORM 5100-CHECK-ONE-ENTRY THRU 5100-EXIT
003600         VARYING DETAIL-IDX FROM 1 BY 1
003610         UNTIL DETAIL-IDX > DETAIL-SUM-COUNT.
003620 5000-EXIT.
003630     EXIT.
003640 5100-CHECK-ONE-ENTRY.
003650     IF DS-MATCHED-FLAG (DETAIL-IDX) = "Y"
003660         GO TO 5100-EXIT
003670     END-IF
003680     ADD 1 TO DB2-ONLY-COUNT
003690     MOVE "Y" TO ANY-DIFFERENCE-FLAG
003700     MOVE DS-SELLER-NAME (DETAIL-IDX)  TO RL-SELLER-NAME
003710     MOVE ZERO                         TO RL-TOTMST-MTD
003720     MOVE DS-MONTH-AMOUNT (DETAIL-IDX) TO RL-DB2-MONTH
003730     COMPUTE MTD-DIFFERENCE
003740         = ZERO - DS-MONTH-AMOUNT (DETAIL-IDX)
003750     MOVE MTD-DIFFERENCE               TO RL-MTD-DIFF
003760     MOVE ZERO                         TO RL-TOTMST-YTD
003770     MOVE DS-YEAR-AMOUNT (DETAIL-IDX)  TO RL-DB2-YEAR
003780     COMPUTE YTD-DIFFERENCE
003790         = ZERO - DS-YEAR-AMOUNT (DETAIL-IDX)
003800     MOVE YTD-DIFFERENCE               TO RL-YTD-DIFF
003810     PERFORM 6600-WRITE-DETAIL-LINE THRU 6600-EXIT.
003820 5100-EXIT.
003830     EXIT.
003840******************************************************************
003850*    6000-FIND-DETAIL-ENTRY -- LOCATE THE TABLE ENTRY FOR THE    *
003860*    SELLER IN HV-SELLER-NAME, ADDING A ZERO ENTRY WHEN THE      *
003870*    SELLER IS NOT YET FILED.  LEAVES DETAIL-IDX SET.            *
003880******************************************************************
003890 6000-FIND-DETAIL-ENTRY.
003900     MOVE "N" TO DETAIL-FOUND-FLAG
003910     IF DETAIL-SUM-COUNT = ZERO
003920         PERFORM 6100-ADD-DETAIL-ENTRY THRU 6100-EXIT
003930         GO TO 6000-EXIT
003940     END-IF
003950     SET DETAIL-IDX TO 1
003960     SEARCH DETAIL-SUM-ENTRY
003970         AT END
003980             CONTINUE
003990         WHEN DETAIL-IDX > DETAIL-SUM-COUNT
004000             CONTINUE
004010         WHEN DS-SELLER-NAME (DETAIL-IDX) = HV-SELLER-NAME
004020             MOVE "Y" TO DETAIL-FOUND-FLAG
004030     END-SEARCH
004040     IF NOT DETAIL-FOUND
004050         PERFORM 6100-ADD-DETAIL-ENTRY THRU 6100-EXIT
004060     END-IF.
004070 6000-EXIT.
004080     EXIT.
004090 6100-ADD-DETAIL-ENTRY.
004100     IF DETAIL-SUM-COUNT >= DETAIL-SUM-MAX
004110         DISPLAY "SALESRCN: DETAIL TABLE FULL" UPON CONSL
004120         GO TO 9999-ABORT-RUN
004130     END-IF
004140     ADD 1 TO DETAIL-SUM-COUNT
004150     SET DETAIL-IDX TO DETAIL-SUM-COUNT
004160     MOVE HV-SELLER-NAME TO DS-SELLER-NAME (DETAIL-IDX)
004170     MOVE ZERO           TO DS-MONTH-AMOUNT (DETAIL-IDX)
004180     MOVE ZERO           TO DS-YEAR-AMOUNT (DETAIL-IDX)
004190     MOVE "N"            TO DS-MATCHED-FLAG (DETAIL-IDX).
004200 6100-EXIT.
004210     EXIT.
004220******************************************************************
004230*    6500-PAGE-HEADING AND PRINT HELPERS.                        *
004240******************************************************************
004250 6500-PAGE-HEADING.
004260     ADD 1 TO RECON-PAGE-COUNT
004270     MOVE RUN-TIMESTAMP (1:16) TO RH1-TIMESTAMP
004280     MOVE RECON-PAGE-COUNT     TO RH1-PAGE
004290     WRITE RECON-PRINT-LINE FROM RECON-HEADING-1
004300         AFTER ADVANCING PAGE
004310     WRITE RECON-PRINT-LINE FROM RECON-HEADING-2
004320         AFTER ADVANCING 2 LINES
004330     MOVE SPACES TO RECON-PRINT-LINE
004340     WRITE RECON-PRINT-LINE AFTER ADVANCING 1 LINE
004350     MOVE 4 TO RECON-LINE-COUNT.
004360 6500-EXIT.
004370     EXIT.
004380 6600-WRITE-DETAIL-LINE.
004390     IF RECON-LINE-COUNT >= RECON-PAGE-LIMIT
004400         PERFORM 6500-PAGE-HEADING THRU 6500-EXIT
004410     END-IF
004420     WRITE RECON-PRINT-LINE FROM RECON-DETAIL-LINE
004430         AFTER ADVANCING 1 LINE
004440     ADD 1 TO RECON-LINE-COUNT.
004450 6600-EXIT.
004460     EXIT.
004470******************************************************************
004480*    8000-TERMINATE -- CONTROL COUNTS, THE VERDICT, AND THE      *
004490*    RETURN CODE DATA CONTROL KEYS THE MORNING CHECK OFF OF.     *
004500******************************************************************
004510 8000-TERMINATE.
004520     MOVE SPACES TO RECON-PRINT-LINE
004530     WRITE RECON-PRINT-LINE AFTER ADVANCING 2 LINES
004540     MOVE "SELLERS COMPARED      : " TO RT-TOTAL-TEXT
004550     MOVE SELLERS-COMPARED-COUNT     TO RT-TOTAL-COUNT
004560     WRITE RECON-PRINT-LINE FROM RECON-TOTAL-LINE
004570         AFTER ADVANCING 1 LINE
004580     MOVE "SELLERS OUT OF BALANCE: " TO RT-TOTAL-TEXT
004590     MOVE SELLERS-OFF-COUNT          TO RT-TOTAL-COUNT
004600     WRITE RECON-PRINT-LINE FROM RECON-TOTAL-LINE
004610         AFTER ADVANCING 1 LINE
004620     MOVE "DB2-ONLY SELLERS      : " TO RT-TOTAL-TEXT
004630     MOVE DB2-ONLY-COUNT             TO RT-TOTAL-COUNT
004640     WRITE RECON-PRINT-LINE FROM RECON-TOTAL-LINE
004650         AFTER ADVANCING 1 LINE
004660     MOVE SPACES TO RECON-PRINT-LINE
004670     WRITE RECON-PRINT-LINE AFTER ADVANCING 1 LINE
004680     IF ANY-DIFFERENCE
004690         MOVE "*** SALES_DETAIL AND TOTMST DO NOT AGREE ***"
004700             TO RV-TEXT
004710     ELSE
004720         MOVE "SALES_DETAIL AND TOTMST IN AGREEMENT"
004730             TO RV-TEXT
004740     END-IF
004750     WRITE RECON-PRINT-LINE FROM RECON-VERDICT-LINE
004760         AFTER ADVANCING 1 LINE
004770     CLOSE SELLER-TOTALS RECON-REPORT
004780     IF ANY-DIFFERENCE
004790         DISPLAY "SALESRCN: " SELLERS-OFF-COUNT
004800                 " SELLERS OFF, " DB2-ONLY-COUNT
004810                 " DB2-ONLY - SEE RECONCILIATION REPORT"
004820             UPON CONSL
004830         MOVE 8 TO RETURN-CODE
004840     ELSE
004850         DISPLAY "SALESRCN: " SELLERS-COMPARED-COUNT
004860                 " SELLERS IN AGREEMENT" UPON CONSL
004870     END-IF.
004880 8000-EXIT.
004890     EXIT.
004900******************************************************************
004910*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
004920******************************************************************
004930 9999-ABORT-RUN.
004940     DISPLAY "SALESRCN: RUN ABORTED" UPON CONSL
004950     MOVE 16 TO RETURN-CODE
004960     STOP RUN.
