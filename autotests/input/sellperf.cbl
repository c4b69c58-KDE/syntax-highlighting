000110*    GAINERS AND DECLINERS FOR SALES MANAGEMENT.  EACH ARCHIVE   *
000120*    RECORD'S PERIOD COMES FROM ITS LAST-POSTED DATE.  THE       *
000130*    REPORT MONTH IS KEYED ON THE PERFCRD CONTROL CARD           *
000140*    (YYYYMM) AND DEFAULTS TO THE LATEST MONTH WITH A CLOSE      *
000150*    BEHIND IT, TAKEN FROM THE BUSINESS-DATE CONTROL RECORD      *
000160*    (BUSDATE): THE BUSINESS PERIOD ITSELF ON ITS LAST BUSINESS  *
000170*    DAY, WHEN THE CLOSE RUNS AHEAD OF THIS REPORT, AND THE      *
000180*    MONTH BEFORE IT ON ANY OTHER DAY.                           *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    SELLPERF.
000220 AUTHOR.        R. T. CALDWELL.
000230 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000240 DATE-WRITTEN.  09/02/26.
000250 DATE-COMPILED.
000260******************************************************************
000270*                     MODIFICATION HISTORY                       *
000280*  DATE      INIT  DESCRIPTION                                   *
000290*  --------  ----  ---------------------------------------------*
000300*  09/02/26  RTC   INITIAL VERSION                               *
000310*  10/15/26  RTC   DEFAULT REPORT MONTH FROM THE BUSINESS-DATE   *
000320*                  CONTROL RECORD (BUSDATE) INSTEAD OF THE       *
000330*                  SYSTEM CLOCK, SO IT AGREES WITH TOTMEND       *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  GNULINUX.
000380 OBJECT-COMPUTER.  HERCULES.
000390 SPECIAL-NAMES.
000400     CONSOLE IS CONSL.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT TOTALS-ARCHIVE
000440         ASSIGN TO TOTARCH
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS TOTALS-ARCHIVE-STATUS.
000470     SELECT OPTIONAL CONTROL-CARD-FILE
000480         ASSIGN TO PERFCRD
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS CONTROL-CARD-STATUS.
000510     SELECT BUSINESS-DATE-FILE
000520         ASSIGN TO BUSDATE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS BUSINESS-DATE-STATUS.
000550     SELECT PERFORMANCE-REPORT
000560         ASSIGN TO PRFPRINT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS PERFORMANCE-REPORT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  TOTALS-ARCHIVE.
000620 01  TOTALS-ARCHIVE-RECORD       PIC X(70).
000630 FD  CONTROL-CARD-FILE.
000640 01  CONTROL-CARD-RECORD.
000650     03  CARD-REPORT-PERIOD      PIC X(06).
000660     03  FILLER                  PIC X(74).
000670 FD  BUSINESS-DATE-FILE.
000680     COPY BUSDATE.
000690 FD  PERFORMANCE-REPORT.
000700 01  PERF-PRINT-LINE             PIC X(132).
000710 WORKING-STORAGE SECTION.
000720 77  TOTALS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
000730 77  CONTROL-CARD-STATUS         PIC X(02) VALUE SPACES.
000740 77  PERFORMANCE-REPORT-STATUS   PIC X(02) VALUE SPACES.
000750 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
000760 77  AT-END-OF-ARCHIVE-FLAG      PIC X(01) VALUE "N".
000770     88  AT-END-OF-ARCHIVE                 VALUE "Y".
000780 77  AT-END-OF-CARDS-FLAG        PIC X(01) VALUE "N".
000790     88  AT-END-OF-CARDS                   VALUE "Y".
000800 77  SELLER-FOUND-FLAG           PIC X(01) VALUE "N".
000810     88  SELLER-FOUND                      VALUE "Y".
000820 77  RECORDS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
000830 77  RECORDS-OUTSIDE-COUNT       PIC 9(07) COMP VALUE ZERO.
000840 01  REPORT-PERIOD               PIC 9(06) VALUE ZERO.
000850 01  REPORT-PERIOD-X             REDEFINES REPORT-PERIOD.
000860     03  REPORT-PERIOD-YYYY      PIC 9(04).
000870     03  REPORT-PERIOD-MM        PIC 9(02).
000880 77  RECORD-PERIOD-YYYY          PIC 9(04) VALUE ZERO.
000890 77  RECORD-PERIOD-MM            PIC 9(02) VALUE ZERO.
000900 77  MONTH-WORK-NUM              PIC S9(06) COMP VALUE ZERO.
000910 77  MONTH-QUOTIENT              PIC S9(06) COMP VALUE ZERO.
000920 77  MONTH-REMAINDER             PIC S9(04) COMP VALUE ZERO.
000930 77  REPORT-MONTH-SERIAL         PIC S9(06) COMP VALUE ZERO.
000940 77  RECORD-MONTH-SERIAL         PIC S9(06) COMP VALUE ZERO.
000950 77  MONTH-SLOT                  PIC S9(04) COMP VALUE ZERO.
000960 77  TREND-PERIOD-YYYY           PIC 9(04) VALUE ZERO.
000970 77  TREND-PERIOD-MM             PIC 9(02) VALUE ZERO.
000980 77  CHANGE-AMOUNT               PIC S9(11)V99 VALUE ZERO.
000990 77  TWELVE-MONTH-TOTAL          PIC S9(11)V99 VALUE ZERO.
001000 77  SORT-I                      PIC 9(04) COMP VALUE ZERO.
001010 77  SORT-J                      PIC 9(04) COMP VALUE ZERO.
001020 77  SORT-HOLD                   PIC 9(04) COMP VALUE ZERO.
001030 77  RANK-LIMIT                  PIC 9(04) COMP VALUE ZERO.
001040 77  RANK-LINE-NO                PIC 9(04) COMP VALUE ZERO.
001050 77  PERF-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
001060 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001070*    WORKING COPY OF THE ARCHIVED SELLER TOTALS RECORD, SAME
001080*    LAYOUT AS COPYBOOK SELLTOT.  THE LAST-POSTED DATE IS
001090*    MMDDYYYY AS STAMPED BY THE DAILY RUN.
001100 01  ARCHIVE-WORK-RECORD.
001110     03  ARCH-SELLER-NAME        PIC X(30).
001120     03  ARCH-TOT-MTD            PIC S9(09)V99.
001130     03  ARCH-TOT-YTD            PIC S9(09)V99.
001140     03  ARCH-LAST-POSTED        PIC 9(08).
001150     03  ARCH-LAST-POSTED-X      REDEFINES ARCH-LAST-POSTED.
001160         05  ARCH-POSTED-MM      PIC 9(02).
001170         05  ARCH-POSTED-DD      PIC 9(02).
001180         05  ARCH-POSTED-YYYY    PIC 9(04).
001190     03  FILLER                  PIC X(10).
001200*    ONE ENTRY PER SELLER; SLOT 1 IS THE REPORT MONTH, SLOT N
001210*    IS N-1 MONTHS BEFORE IT, SLOT 13 THE SAME MONTH LAST
001220*    YEAR.  A FULL TABLE ABORTS THE RUN SO NO SELLER IS
001230*    RANKED AGAINST A PARTIAL HISTORY.
001240 01  PERFORMANCE-TABLE.
001250     03  PERF-SELLER-COUNT       PIC 9(04) COMP VALUE ZERO.
001260     03  PERF-SELLER-MAX         PIC 9(04) COMP VALUE 300.
001270     03  PERF-SELLER-ENTRY OCCURS 300 TIMES
001280             INDEXED BY PERF-IDX.
001290         05  PF-SELLER-NAME      PIC X(30).
001300         05  PF-MONTH-AMOUNT     OCCURS 13 TIMES
001310                                 PIC S9(11)V99.
001320         05  PF-CHANGE-AMOUNT    PIC S9(11)V99.
001330 01  RANK-ORDER-TABLE.
001340     03  RANK-ENTRY OCCURS 300 TIMES
001350                                 PIC 9(04) COMP.
001360 01  PERF-HEADING-1.
001370     03  FILLER                  PIC X(33)
001380         VALUE "SELLER PERFORMANCE REPORT".
001390     03  FILLER                  PIC X(07) VALUE "PERIOD ".
001400     03  PH1-PERIOD              PIC 9999/99.
001410     03  FILLER                  PIC X(05) VALUE SPACES.
001420     03  FILLER                  PIC X(04) VALUE "RUN ".
001430     03  PH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001440     03  FILLER                  PIC X(52) VALUE SPACES.
001450     03  FILLER                  PIC X(05) VALUE "PAGE ".
001460     03  PH1-PAGE                PIC ZZ9.
001470 01  PERF-SELLER-LINE.
001480     03  FILLER                  PIC X(08) VALUE "SELLER: ".
001490     03  PS-SELLER-NAME          PIC X(30).
001500     03  FILLER                  PIC X(94) VALUE SPACES.
001510 01  PERF-AMOUNT-LINE.
001520     03  FILLER                  PIC X(02) VALUE SPACES.
001530     03  PM-TEXT                 PIC X(24).
001540     03  PM-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
001550     03  PM-SUFFIX               PIC X(12) VALUE SPACES.
001560     03  FILLER                  PIC X(79) VALUE SPACES.
001570 01  PERF-TREND-LINE.
001580     03  FILLER                  PIC X(04) VALUE SPACES.
001590     03  PT-PERIOD               PIC 9999/99.
001600     03  FILLER                  PIC X(02) VALUE SPACES.
001610     03  PT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
001620     03  FILLER                  PIC X(104) VALUE SPACES.
001630 01  PERF-RANK-HEADER.
001640     03  PR-HEADER-TEXT          PIC X(40).
001650     03  FILLER                  PIC X(92) VALUE SPACES.
001660 01  PERF-RANK-LINE.
001670     03  FILLER                  PIC X(02) VALUE SPACES.
001680     03  PR-RANK                 PIC ZZ9.
001690     03  FILLER                  PIC X(02) VALUE SPACES.
001700     03  PR-SELLER-NAME          PIC X(30).
001710     03  FILLER                  PIC X(02) VALUE SPACES.
001720     03  PR-THIS-MONTH           PIC ZZZ,ZZZ,ZZ9.99-.
001730     03  FILLER                  PIC X(02) VALUE SPACES.
001740     03  PR-LAST-YEAR            PIC ZZZ,ZZZ,ZZ9.99-.
001750     03  FILLER                  PIC X(02) VALUE SPACES.
001760     03  PR-CHANGE               PIC ZZZ,ZZZ,ZZ9.99-.
001770     03  FILLER                  PIC X(44) VALUE SPACES.
001780 01  PERF-RANK-COLUMNS.
001790     03  FILLER                  PIC X(07) VALUE SPACES.
001800     03  FILLER                  PIC X(32) VALUE "SELLER".
001810     03  FILLER                  PIC X(15)
001820         VALUE "     THIS MONTH".
001830     03  FILLER                  PIC X(02) VALUE SPACES.
001840     03  FILLER                  PIC X(15)
001850         VALUE " SAME MO LST YR".
001860     03  FILLER                  PIC X(02) VALUE SPACES.
001870     03  FILLER                  PIC X(15)
001880         VALUE "         CHANGE".
001890     03  FILLER                  PIC X(44) VALUE SPACES.
001900 PROCEDURE DIVISION.
001910******************************************************************
001920*    0000-MAINLINE -- RUN CONTROL.                               *
001930******************************************************************
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001960     PERFORM 2000-LOAD-ARCHIVE THRU 2000-EXIT
001970         UNTIL AT-END-OF-ARCHIVE
001980     PERFORM 4000-SELLER-PAGES THRU 4000-EXIT
001990     PERFORM 6000-RANKING-PAGE THRU 6000-EXIT
002000     PERFORM 8000-TERMINATE THRU 8000-EXIT
002010     STOP RUN.
002020******************************************************************
002030*    1000-INITIALIZE -- OPEN FILES AND SET THE REPORT PERIOD     *
002040*    FROM THE CONTROL CARD, DEFAULTING TO THE LAST CLOSED MONTH  *
002050*    AS THE BUSINESS-DATE CONTROL RECORD SHOWS IT.               *
002060******************************************************************
002070 1000-INITIALIZE.
002080     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
002090     OPEN INPUT  TOTALS-ARCHIVE
002100          INPUT  CONTROL-CARD-FILE
002110          OUTPUT PERFORMANCE-REPORT
002120     IF TOTALS-ARCHIVE-STATUS NOT = "00"
002130         DISPLAY "SELLPERF: OPEN FAILED, TOTARCH STATUS "
002140                 TOTALS-ARCHIVE-STATUS UPON CONSL
002150         GO TO 9999-ABORT-RUN
002160     END-IF
002170     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
002180     READ CONTROL-CARD-FILE
002190         AT END
002200             MOVE "Y" TO AT-END-OF-CARDS-FLAG
002210     END-READ
002220     IF NOT AT-END-OF-CARDS
002230      AND CARD-REPORT-PERIOD NUMERIC
002240         MOVE CARD-REPORT-PERIOD TO REPORT-PERIOD-X
002250     END-IF
002260     CLOSE CONTROL-CARD-FILE
002270     COMPUTE REPORT-MONTH-SERIAL
002280         = REPORT-PERIOD-YYYY * 12
002290         + REPORT-PERIOD-MM.
002300 1000-EXIT.
002310     EXIT.
002320******************************************************************
002330*    1050-READ-BUSINESS-DATE -- DEFAULT REPORT MONTH.  ON THE    *
002340*    LAST BUSINESS DAY OF THE MONTH THE CLOSE HAS RUN AHEAD OF   *
002350*    THIS STEP, SO THE BUSINESS PERIOD ITSELF IS CLOSED;         *
002360*    OTHERWISE THE LATEST CLOSE IS THE MONTH BEFORE IT.          *
002370******************************************************************
002380 1050-READ-BUSINESS-DATE.
002390     OPEN INPUT BUSINESS-DATE-FILE
002400     IF BUSINESS-DATE-STATUS NOT = "00"
002410         DISPLAY "SELLPERF: OPEN FAILED, BUSDATE STATUS "
002420                 BUSINESS-DATE-STATUS UPON CONSL
002430         GO TO 9999-ABORT-RUN
002440     END-IF
002450     READ BUSINESS-DATE-FILE
002460         AT END
002470             DISPLAY "SELLPERF: NO BUSINESS-DATE RECORD (BUSDATE)"
002480                 UPON CONSL
002490             GO TO 9999-ABORT-RUN
002500     END-READ
002510     MOVE BUS-PERIOD TO REPORT-PERIOD
002520     IF NOT BUS-LAST-DAY-OF-MONTH
002530         IF REPORT-PERIOD-MM = 01
002540             SUBTRACT 1 FROM REPORT-PERIOD-YYYY
002550             MOVE 12 TO REPORT-PERIOD-MM
002560         ELSE
002570             SUBTRACT 1 FROM REPORT-PERIOD-MM
002580         END-IF
002590     END-IF
002600     CLOSE BUSINESS-DATE-FILE.
002610 1050-EXIT.
002620     EXIT.
002630******************************************************************
002640*    2000-LOAD-ARCHIVE -- ONE ARCHIVED TOTALS RECORD INTO THE    *
002650*    SELLER'S MONTH SLOT.  RECORDS OUTSIDE THE THIRTEEN-MONTH    *
002660*    WINDOW ARE COUNTED AND DROPPED.                             *
002670******************************************************************
002680 2000-LOAD-ARCHIVE.
002690     READ TOTALS-ARCHIVE INTO ARCHIVE-WORK-RECORD
002700         AT END
002710             MOVE "Y" TO AT-END-OF-ARCHIVE-FLAG
002720             GO TO 2000-EXIT
002730     END-READ
002740     ADD 1 TO RECORDS-READ-COUNT
002750     MOVE ARCH-POSTED-YYYY TO RECORD-PERIOD-YYYY
002760     MOVE ARCH-POSTED-MM   TO RECORD-PERIOD-MM
002770     COMPUTE RECORD-MONTH-SERIAL
002780         = RECORD-PERIOD-YYYY * 12 + RECORD-PERIOD-MM
002790     COMPUTE MONTH-SLOT
002800         = REPORT-MONTH-SERIAL - RECORD-MONTH-SERIAL + 1
002810     IF MONTH-SLOT < 1 OR MONTH-SLOT > 13
002820         ADD 1 TO RECORDS-OUTSIDE-COUNT
002830         GO TO 2000-EXIT
002840     END-IF
002850*    EVERY GENERATION ARCHIVES EVERY TOTMST RECORD, SO A
002860*    SELLER IDLE SINCE MONTH X REAPPEARS IN EVERY LATER
002870*    GENERATION WITH THE SAME LAST-POSTED DATE AND A ZERO
002880*    MONTH BUCKET.  ONLY THE GENERATION CLOSED IN THAT MONTH
002890*    CARRIES THE REAL AMOUNT, SO A ZERO RECORD NEVER LOADS A
002900*    SLOT (THEY ARE ZERO-INITIALIZED) AND CONCATENATION
002910*    ORDER CANNOT CLOBBER A LOADED VALUE.
002920     IF ARCH-TOT-MTD = ZERO
002930         GO TO 2000-EXIT
002940     END-IF
002950     PERFORM 2100-FIND-SELLER THRU 2100-EXIT
002960     MOVE ARCH-TOT-MTD
002970         TO PF-MONTH-AMOUNT (PERF-IDX, MONTH-SLOT).
002980 2000-EXIT.
002990     EXIT.
003000******************************************************************
003010*    2100-FIND-SELLER -- LOCATE OR ADD THE SELLER'S TABLE        *
003020*    ENTRY, LEAVING PERF-IDX SET.                                *
003030******************************************************************
003040 2100-FIND-SELLER.
003050     MOVE "N" TO SELLER-FOUND-FLAG
003060     IF PERF-SELLER-COUNT = ZERO
003070         PERFORM 2200-ADD-SELLER THRU 2200-EXIT
003080         GO TO 2100-EXIT
003090     END-IF
003100     SET PERF-IDX TO 1
003110     SEARCH PERF-SELLER-ENTRY
003120         AT END
003130             CONTINUE
003140         WHEN PERF-IDX > PERF-SELLER-COUNT
003150             CONTINUE
003160         WHEN PF-SELLER-NAME (PERF-IDX) = ARCH-SELLER-NAME
003170             MOVE "Y" TO SELLER-FOUND-FLAG
003180     END-SEARCH
003190     IF NOT SELLER-FOUND
003200         PERFORM 2200-ADD-SELLER THRU 2200-EXIT
003210     END-IF.
003220 2100-EXIT.
003230     EXIT.
003240 2200-ADD-SELLER.
003250     IF PERF-SELLER-COUNT >= PERF-SELLER-MAX
003260         DISPLAY "SELLPERF: SELLER TABLE FULL" UPON CONSL
003270         GO TO 9999-ABORT-RUN
003280     END-IF
003290     ADD 1 TO PERF-SELLER-COUNT
003300     SET PERF-IDX TO PERF-SELLER-COUNT
003310     MOVE ARCH-SELLER-NAME TO PF-SELLER-NAME (PERF-IDX)
003320     PERFORM 2300-CLEAR-SLOTS THRU 2300-EXIT
003330         VARYING MONTH-SLOT FROM 1 BY 1
003340         UNTIL MONTH-SLOT > 13
003350     MOVE ZERO TO PF-CHANGE-AMOUNT (PERF-IDX)
003360     COMPUTE MONTH-SLOT
003370         = REPORT-MONTH-SERIAL - RECORD-MONTH-SERIAL + 1.
003380 2200-EXIT.
003390     EXIT.
003400 2300-CLEAR-SLOTS.
003410     MOVE ZERO TO PF-MONTH-AMOUNT (PERF-IDX, MONTH-SLOT).
003420 2300-EXIT.
003430     EXIT.
003440******************************************************************
003450*    4000-SELLER-PAGES -- ONE PAGE PER SELLER: THE REPORT        *
003460*    MONTH AGAINST THE SAME MONTH LAST YEAR AND THE ROLLING      *
003470*    TWELVE-MONTH TREND.                                         *
003480******************************************************************
003490 4000-SELLER-PAGES.
003500     IF PERF-SELLER-COUNT = ZERO
003510         GO TO 4000-EXIT
003520     END-IF
003530     PERFORM 4100-PRINT-ONE-SELLER THRU 4100-EXIT
003540         VARYING PERF-IDX FROM 1 BY 1
003550         UNTIL PERF-IDX > PERF-SELLER-COUNT.
003560 4000-EXIT.
003570     EXIT.
003580 4100-PRINT-ONE-SELLER.
003590     PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
003600     MOVE PF-SELLER-NAME (PERF-IDX) TO PS-SELLER-NAME
003610     WRITE PERF-PRINT-LINE FROM PERF-SELLER-LINE
003620         AFTER ADVANCING 2 LINES
003630     MOVE SPACES TO PERF-PRINT-LINE
003640     WRITE PERF-PRINT-LINE AFTER ADVANCING 1 LINE
003650     COMPUTE CHANGE-AMOUNT
003660         = PF-MONTH-AMOUNT (PERF-IDX, 1)
003670         - PF-MONTH-AMOUNT (PERF-IDX, 13)
003680     MOVE CHANGE-AMOUNT TO PF-CHANGE-AMOUNT (PERF-IDX)
003690     MOVE "THIS MONTH            : " TO PM-TEXT
003700     MOVE PF-MONTH-AMOUNT (PERF-IDX, 1)  TO PM-AMOUNT
003710     WRITE PERF-PRINT-LINE FROM PERF-AMOUNT-LINE
003720         AFTER ADVANCING 1 LINE
003730     MOVE "SAME MONTH LAST YEAR  : " TO PM-TEXT
003740     MOVE PF-MONTH-AMOUNT (PERF-IDX, 13) TO PM-AMOUNT
003750     WRITE PERF-PRINT-LINE FROM PERF-AMOUNT-LINE
003760         AFTER ADVANCING 1 LINE
003770     MOVE "CHANGE                : " TO PM-TEXT
003780     MOVE CHANGE-AMOUNT                  TO PM-AMOUNT
003790     WRITE PERF-PRINT-LINE FROM PERF-AMOUNT-LINE
003800         AFTER ADVANCING 1 LINE
003810     MOVE ZERO TO TWELVE-MONTH-TOTAL
003820     PERFORM 4200-SUM-TREND-MONTH THRU 4200-EXIT
003830         VARYING MONTH-SLOT FROM 1 BY 1
003840         UNTIL MONTH-SLOT > 12
003850     MOVE "ROLLING TWELVE MONTHS : " TO PM-TEXT
003860     MOVE TWELVE-MONTH-TOTAL             TO PM-AMOUNT
003870     WRITE PERF-PRINT-LINE FROM PERF-AMOUNT-LINE
003880         AFTER ADVANCING 1 LINE
003890     MOVE SPACES TO PERF-PRINT-LINE
003900     WRITE PERF-PRINT-LINE AFTER ADVANCING 1 LINE
003910     PERFORM 4300-PRINT-TREND-MONTH THRU 4300-EXIT
003920         VARYING MONTH-SLOT FROM 12 BY -1
003930         UNTIL MONTH-SLOT < 1.
003940 4100-EXIT.
003950     EXIT.
003960 4200-SUM-TREND-MONTH.
003970     ADD PF-MONTH-AMOUNT (PERF-IDX, MONTH-SLOT)
003980         TO TWELVE-MONTH-TOTAL.
003990 4200-EXIT.
004000     EXIT.
004010******************************************************************
004020*    4300-PRINT-TREND-MONTH -- ONE TREND LINE, OLDEST FIRST;     *
004030*    THE PERIOD IS STEPPED BACK SLOT-1 MONTHS FROM THE REPORT    *
004040*    MONTH.                                                      *
004050******************************************************************
004060 4300-PRINT-TREND-MONTH.
004070     COMPUTE RECORD-MONTH-SERIAL
004080         = REPORT-MONTH-SERIAL - MONTH-SLOT + 1
004090     COMPUTE MONTH-WORK-NUM = RECORD-MONTH-SERIAL - 1
004100     DIVIDE MONTH-WORK-NUM BY 12
004110         GIVING MONTH-QUOTIENT REMAINDER MONTH-REMAINDER
004120     COMPUTE TREND-PERIOD-MM = MONTH-REMAINDER + 1
004130     COMPUTE TREND-PERIOD-YYYY
004140         = (RECORD-MONTH-SERIAL - TREND-PERIOD-MM) / 12
004150     COMPUTE PT-PERIOD
004160         = TREND-PERIOD-YYYY * 100 + TREND-PERIOD-MM
004170     MOVE PF-MONTH-AMOUNT (PERF-IDX, MONTH-SLOT) TO PT-AMOUNT
004180     WRITE PERF-PRINT-LINE FROM PERF-TREND-LINE
004190         AFTER ADVANCING 1 LINE.
004200 4300-EXIT.
004210     EXIT.
004220******************************************************************
004230*    6000-RANKING-PAGE -- SELLERS ORDERED BY CHANGE AGAINST      *
004240*    THE SAME MONTH LAST YEAR; TOP TEN GAINERS THEN TOP TEN      *
004250*    DECLINERS.                                                  *
004260******************************************************************
004270 6000-RANKING-PAGE.
004280     IF PERF-SELLER-COUNT = ZERO
004290         GO TO 6000-EXIT
004300     END-IF
004310     PERFORM 6100-BUILD-RANK-ORDER THRU 6100-EXIT
004320     PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
004330     MOVE "BIGGEST GAINERS OVER SAME MONTH LAST YR"
004340         TO PR-HEADER-TEXT
004350     WRITE PERF-PRINT-LINE FROM PERF-RANK-HEADER
004360         AFTER ADVANCING 2 LINES
004370     WRITE PERF-PRINT-LINE FROM PERF-RANK-COLUMNS
004380         AFTER ADVANCING 1 LINE
004390     MOVE SPACES TO PERF-PRINT-LINE
004400     WRITE PERF-PRINT-LINE AFTER ADVANCING 1 LINE
004410     MOVE 10 TO RANK-LIMIT
004420     IF PERF-SELLER-COUNT < RANK-LIMIT
004430         MOVE PERF-SELLER-COUNT TO RANK-LIMIT
004440     END-IF
004450     MOVE ZERO TO RANK-LINE-NO
004460     PERFORM 6200-PRINT-GAINER-LINE THRU 6200-EXIT
004470         VARYING SORT-I FROM 1 BY 1
004480         UNTIL SORT-I > RANK-LIMIT
004490     MOVE "BIGGEST DECLINERS VS SAME MONTH LAST YR"
004500         TO PR-HEADER-TEXT
004510     WRITE PERF-PRINT-LINE FROM PERF-RANK-HEADER
004520         AFTER ADVANCING 2 LINES
004530     WRITE PERF-PRINT-LINE FROM PERF-RANK-COLUMNS
004540         AFTER ADVANCING 1 LINE
004550     MOVE SPACES TO PERF-PRINT-LINE
004560     WRITE PERF-PRINT-LINE AFTER ADVANCING 1 LINE
004570     MOVE ZERO TO RANK-LINE-NO
004580     PERFORM 6300-PRINT-DECLINER-LINE THRU 6300-EXIT
004590         VARYING SORT-I FROM PERF-SELLER-COUNT BY -1
004600         UNTIL SORT-I < 1
004610            OR RANK-LINE-NO >= RANK-LIMIT.
004620 6000-EXIT.
004630     EXIT.
004640******************************************************************
004650*    6100-BUILD-RANK-ORDER -- SELECTION SORT OF THE SELLER       *
004660*    SUBSCRIPTS, LARGEST CHANGE FIRST.                           *
004670******************************************************************
004680 6100-BUILD-RANK-ORDER.
004690     PERFORM 6110-SEED-RANK-ENTRY THRU 6110-EXIT
004700         VARYING SORT-I FROM 1 BY 1
004710         UNTIL SORT-I > PERF-SELLER-COUNT
004720     PERFORM 6120-SORT-PASS THRU 6120-EXIT
004730         VARYING SORT-I FROM 1 BY 1
004740         UNTIL SORT-I >= PERF-SELLER-COUNT.
004750 6100-EXIT.
004760     EXIT.
004770 6110-SEED-RANK-ENTRY.
004780     MOVE SORT-I TO RANK-ENTRY (SORT-I).
004790 6110-EXIT.
004800     EXIT.
004810 6120-SORT-PASS.
004820     COMPUTE SORT-J = SORT-I + 1
004830     PERFORM 6130-COMPARE-SWAP THRU 6130-EXIT
004840         VARYING SORT-J FROM SORT-J BY 1
004850         UNTIL SORT-J > PERF-SELLER-COUNT.
004860 6120-EXIT.
004870     EXIT.
004880 6130-COMPARE-SWAP.
004890     IF PF-CHANGE-AMOUNT (RANK-ENTRY (SORT-J))
004900         > PF-CHANGE-AMOUNT (RANK-ENTRY (SORT-I))
004910         MOVE RANK-ENTRY (SORT-I) TO SORT-HOLD
004920         MOVE RANK-ENTRY (SORT-J) TO RANK-ENTRY (SORT-I)
004930         MOVE SORT-HOLD           TO RANK-ENTRY (SORT-J)
004940     END-IF.
004950 6130-EXIT.
004960     EXIT.
004970 6200-PRINT-GAINER-LINE.
004980     ADD 1 TO RANK-LINE-NO
004990     MOVE RANK-LINE-NO TO PR-RANK
005000     PERFORM 6400-FORMAT-RANK-LINE THRU 6400-EXIT
005010     WRITE PERF-PRINT-LINE FROM PERF-RANK-LINE
005020         AFTER ADVANCING 1 LINE.
005030 6200-EXIT.
005040     EXIT.
005050 6300-PRINT-DECLINER-LINE.
005060     ADD 1 TO RANK-LINE-NO
005070     MOVE RANK-LINE-NO TO PR-RANK
005080     PERFORM 6400-FORMAT-RANK-LINE THRU 6400-EXIT
005090     WRITE PERF-PRINT-LINE FROM PERF-RANK-LINE
005100         AFTER ADVANCING 1 LINE.
005110 6300-EXIT.
005120     EXIT.
005130 6400-FORMAT-RANK-LINE.
005140     MOVE PF-SELLER-NAME (RANK-ENTRY (SORT-I))
005150         TO PR-SELLER-NAME
005160     MOVE PF-MONTH-AMOUNT (RANK-ENTRY (SORT-I), 1)
005170         TO PR-THIS-MONTH
005180     MOVE PF-MONTH-AMOUNT (RANK-ENTRY (SORT-I), 13)
005190         TO PR-LAST-YEAR
005200     MOVE PF-CHANGE-AMOUNT (RANK-ENTRY (SORT-I))
005210         TO PR-CHANGE.
005220 6400-EXIT.
005230     EXIT.
005240******************************************************************
005250*    7500-PAGE-HEADING.                                          *
005260******************************************************************
005270 7500-PAGE-HEADING.
005280     ADD 1 TO PERF-PAGE-COUNT
005290     MOVE REPORT-PERIOD        TO PH1-PERIOD
005300     MOVE RUN-TIMESTAMP (1:16) TO PH1-TIMESTAMP
005310     MOVE PERF-PAGE-COUNT      TO PH1-PAGE
005320     WRITE PERF-PRINT-LINE FROM PERF-HEADING-1
005330         AFTER ADVANCING PAGE.
005340 7500-EXIT.
005350     EXIT.
005360******************************************************************
005370*    8000-TERMINATE -- CLOSE FILES.                              *
005380******************************************************************
005390 8000-TERMINATE.
005400     CLOSE TOTALS-ARCHIVE PERFORMANCE-REPORT
005410     DISPLAY "SELLPERF: " PERF-SELLER-COUNT " SELLERS, "
005420             RECORDS-READ-COUNT " ARCHIVE RECORDS ("
005430             RECORDS-OUTSIDE-COUNT " OUTSIDE WINDOW)"
005440             UPON CONSL.
005450 8000-EXIT.
005460     EXIT.
005470******************************************************************
005480*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
005490******************************************************************
005500 9999-ABORT-RUN.
005510     DISPLAY "SELLPERF: RUN ABORTED" UPON CONSL
005520     MOVE 16 TO RETURN-CODE
005530     STOP RUN.
