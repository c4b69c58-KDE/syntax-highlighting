000010******************************************************************
000020*    QUOTARPT -- MONTH-END SELLER QUOTA ATTAINMENT REPORT.       *
000030*                                                                *
000040*    RUN AFTER THE MONTH-END CLOSE (TOTMEND) AGAINST THE         *
000050*    TOTARCH GENERATION THAT CLOSE CUT.  EACH ARCHIVE RECORD     *
000060*    CARRIES THE CLOSED MONTH'S NET IN THE MONTH BUCKET AND THE  *
000070*    YEAR THROUGH THE PRIOR MONTH IN THE YTD BUCKET (THE         *
000080*    ARCHIVE IS WRITTEN BEFORE THE ROLL), SO THEIR SUM IS THE    *
000090*    YEAR THROUGH THE CLOSED MONTH.  THE QUOTAS COME FROM THE    *
000100*    SELLER QUOTA MASTER (SELLQTA): THE REPORT MONTH'S QUOTA,    *
000110*    AND JANUARY THROUGH THE REPORT MONTH SUMMED FOR THE YEAR.   *
000120*    SELLERS ARE GROUPED BY THEIR SELLER MASTER BRANCH, ONE      *
000130*    SECTION PER BRANCH WITH BRANCH TOTALS, FOLLOWED BY A PAGE   *
000140*    OF ACTIVE SELLERS WITH NO QUOTA SET FOR THE MONTH AND A     *
000150*    BRANCH RANKING PAGE BY PERCENT OF QUOTA ATTAINED.  THE      *
000160*    REPORT MONTH IS KEYED ON THE QUOTCRD CONTROL CARD (YYYYMM)  *
000170*    AND DEFAULTS TO THE LATEST MONTH WITH A CLOSE BEHIND IT AS  *
000180*    THE BUSINESS-DATE CONTROL RECORD (BUSDATE) SHOWS IT: THE    *
000190*    BUSINESS PERIOD ON ITS LAST BUSINESS DAY, OTHERWISE THE     *
000200*    MONTH BEFORE.                                               *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    QUOTARPT.
000240 AUTHOR.        R. T. CALDWELL.
000250 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000260 DATE-WRITTEN.  10/15/26.
000270 DATE-COMPILED.
000280******************************************************************
000290*                     MODIFICATION HISTORY                       *
000300*  DATE      INIT  DESCRIPTION                                   *
000310*  --------  ----  ---------------------------------------------*
000320*  10/15/26  RTC   INITIAL VERSION                               *
000330*  10/15/26  RTC   DEFAULT REPORT MONTH FROM THE BUSINESS-DATE   *
000340*                  CONTROL RECORD (BUSDATE) INSTEAD OF THE       *
000350*                  SYSTEM CLOCK, SO IT AGREES WITH TOTMEND       *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  GNULINUX.
000400 OBJECT-COMPUTER.  HERCULES.
000410 SPECIAL-NAMES.
000420     CONSOLE IS CONSL.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT TOTALS-ARCHIVE
000460         ASSIGN TO TOTARCH
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS TOTALS-ARCHIVE-STATUS.
000490     SELECT SELLER-MASTER
000500         ASSIGN TO SELLERMST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS SELLER-MASTER-NAME
000540         FILE STATUS IS SELLER-MASTER-STATUS.
000550     SELECT OPTIONAL QUOTA-MASTER
000560         ASSIGN TO SELLQTA
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS QUOTA-KEY
000600         FILE STATUS IS QUOTA-MASTER-STATUS.
000610     SELECT OPTIONAL CONTROL-CARD-FILE
000620         ASSIGN TO QUOTCRD
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS CONTROL-CARD-STATUS.
000650     SELECT BUSINESS-DATE-FILE
000660         ASSIGN TO BUSDATE
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS BUSINESS-DATE-STATUS.
000690     SELECT ATTAINMENT-REPORT
000700         ASSIGN TO QTAPRINT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS ATTAINMENT-REPORT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  TOTALS-ARCHIVE.
000760 01  TOTALS-ARCHIVE-RECORD       PIC X(70).
000770 FD  SELLER-MASTER.
000780     COPY SELLMST.
000790 FD  QUOTA-MASTER.
000800     COPY SELLQTA.
000810 FD  CONTROL-CARD-FILE.
000820 01  CONTROL-CARD-RECORD.
000830     03  CARD-REPORT-PERIOD      PIC X(06).
000840     03  FILLER                  PIC X(74).
000850 FD  BUSINESS-DATE-FILE.
000860     COPY BUSDATE.
000870 FD  ATTAINMENT-REPORT.
000880 01  ATTAIN-PRINT-LINE           PIC X(132).
000890 WORKING-STORAGE SECTION.
000900 77  TOTALS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
000910 77  SELLER-MASTER-STATUS        PIC X(02) VALUE SPACES.
000920 77  QUOTA-MASTER-STATUS         PIC X(02) VALUE SPACES.
000930 77  CONTROL-CARD-STATUS         PIC X(02) VALUE SPACES.
000940 77  ATTAINMENT-REPORT-STATUS    PIC X(02) VALUE SPACES.
000950 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
000960 77  AT-END-OF-ARCHIVE-FLAG      PIC X(01) VALUE "N".
000970     88  AT-END-OF-ARCHIVE                 VALUE "Y".
000980 77  AT-END-OF-MASTER-FLAG       PIC X(01) VALUE "N".
000990     88  AT-END-OF-MASTER                  VALUE "Y".
001000 77  AT-END-OF-CARDS-FLAG        PIC X(01) VALUE "N".
001010     88  AT-END-OF-CARDS                   VALUE "Y".
001020 77  AT-END-OF-QUOTAS-FLAG       PIC X(01) VALUE "N".
001030     88  AT-END-OF-QUOTAS                  VALUE "Y".
001040 77  SELLER-FOUND-FLAG           PIC X(01) VALUE "N".
001050     88  SELLER-FOUND                      VALUE "Y".
001060 77  PERCENT-VALID-FLAG          PIC X(01) VALUE "N".
001070     88  PERCENT-VALID                     VALUE "Y".
001080 77  MASTER-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001090 77  RECORDS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001100 77  ARCHIVE-UNMATCHED-COUNT     PIC 9(07) COMP VALUE ZERO.
001110 77  NO-QUOTA-COUNT              PIC 9(07) COMP VALUE ZERO.
001120 77  BRANCH-SUB                  PIC 9(02) COMP VALUE ZERO.
001130 77  SORT-I                      PIC 9(04) COMP VALUE ZERO.
001140 77  SORT-J                      PIC 9(04) COMP VALUE ZERO.
001150 77  SORT-HOLD                   PIC 9(04) COMP VALUE ZERO.
001160 77  RANK-COUNT                  PIC 9(04) COMP VALUE 3.
001170 77  PRINT-LINE-COUNT            PIC 9(03) COMP VALUE 99.
001180 77  PRINT-PAGE-COUNT            PIC 9(03) COMP VALUE ZERO.
001190 77  PRINT-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
001200 77  PERCENT-NET                 PIC S9(11)V99 VALUE ZERO.
001210 77  PERCENT-QUOTA               PIC S9(11)V99 VALUE ZERO.
001220 77  PERCENT-RESULT              PIC S9(05)V9 VALUE ZERO.
001230 77  LINE-MONTH-QUOTA            PIC S9(11)V99 VALUE ZERO.
001240 77  LINE-MONTH-NET              PIC S9(11)V99 VALUE ZERO.
001250 77  LINE-YTD-QUOTA              PIC S9(11)V99 VALUE ZERO.
001260 77  LINE-YTD-NET                PIC S9(11)V99 VALUE ZERO.
001270 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001280 01  REPORT-PERIOD               PIC 9(06) VALUE ZERO.
001290 01  REPORT-PERIOD-X             REDEFINES REPORT-PERIOD.
001300     03  REPORT-PERIOD-YYYY      PIC 9(04).
001310     03  REPORT-PERIOD-MM        PIC 9(02).
001320 77  ARCHIVE-PERIOD              PIC 9(06) VALUE ZERO.
001330*    WORKING COPY OF THE ARCHIVED SELLER TOTALS RECORD, SAME
001340*    LAYOUT AS COPYBOOK SELLTOT.  THE LAST-POSTED DATE IS
001350*    MMDDYYYY AS STAMPED BY THE DAILY RUN.
001360 01  ARCHIVE-WORK-RECORD.
001370     03  ARCH-SELLER-NAME        PIC X(30).
001380     03  ARCH-TOT-MTD            PIC S9(09)V99.
001390     03  ARCH-TOT-YTD            PIC S9(09)V99.
001400     03  ARCH-LAST-POSTED        PIC 9(08).
001410     03  ARCH-LAST-POSTED-X      REDEFINES ARCH-LAST-POSTED.
001420         05  ARCH-POSTED-MM      PIC 9(02).
001430         05  ARCH-POSTED-DD      PIC 9(02).
001440         05  ARCH-POSTED-YYYY    PIC 9(04).
001450     03  FILLER                  PIC X(10).
001460*    ONE ENTRY PER SELLER, LOADED FROM THE SELLER MASTER IN
001470*    NAME ORDER; AN ARCHIVED SELLER NOT ON THE MASTER IS ADDED
001480*    AT THE END UNDER THE UNASSIGNED BRANCH SLOT (4).  A FULL
001490*    TABLE ABORTS THE RUN SO NO BRANCH IS TOTALLED SHORT.
001500 01  ATTAINMENT-TABLE.
001510     03  ATTAIN-COUNT            PIC 9(04) COMP VALUE ZERO.
001520     03  ATTAIN-MAX              PIC 9(04) COMP VALUE 1000.
001530     03  ATTAIN-ENTRY OCCURS 1000 TIMES
001540             INDEXED BY ATTAIN-IDX.
001550         05  QA-SELLER-NAME      PIC X(30).
001560         05  QA-BRANCH-CODE      PIC X(02).
001570         05  QA-BRANCH-SUB       PIC 9(02) COMP.
001580         05  QA-STATUS           PIC X(01).
001590             88  QA-ACTIVE               VALUE "A".
001600             88  QA-TERMINATED           VALUE "T".
001610             88  QA-NOT-ON-MASTER        VALUE " ".
001620         05  QA-ARCHIVED-FLAG    PIC X(01).
001630             88  QA-ARCHIVED             VALUE "Y".
001640         05  QA-QUOTA-FLAG       PIC X(01).
001650             88  QA-QUOTA-SET            VALUE "Y".
001660         05  QA-MONTH-QUOTA      PIC S9(11)V99.
001670         05  QA-MONTH-NET        PIC S9(11)V99.
001680         05  QA-YTD-QUOTA        PIC S9(11)V99.
001690         05  QA-YTD-NET          PIC S9(11)V99.
001700*    BRANCH SLOTS 1-3 ARE BRANCHES 01-03; SLOT 4 HOLDS SELLERS
001710*    WITH NO VALID BRANCH OR NOT ON THE SELLER MASTER.
001720 01  BRANCH-TOTAL-TABLE.
001730     03  BRANCH-TOTAL-ENTRY OCCURS 4 TIMES.
001740         05  BT-SELLER-COUNT     PIC 9(05) COMP.
001750         05  BT-MONTH-QUOTA      PIC S9(11)V99.
001760         05  BT-MONTH-NET        PIC S9(11)V99.
001770         05  BT-YTD-QUOTA        PIC S9(11)V99.
001780         05  BT-YTD-NET          PIC S9(11)V99.
001790         05  BT-RANK-PERCENT     PIC S9(05)V9.
001800 01  GRAND-TOTAL-AREA.
001810     03  GT-SELLER-COUNT         PIC 9(05) COMP VALUE ZERO.
001820     03  GT-MONTH-QUOTA          PIC S9(11)V99 VALUE ZERO.
001830     03  GT-MONTH-NET            PIC S9(11)V99 VALUE ZERO.
001840     03  GT-YTD-QUOTA            PIC S9(11)V99 VALUE ZERO.
001850     03  GT-YTD-NET              PIC S9(11)V99 VALUE ZERO.
001860 01  BRANCH-CODE-VALUES.
001870     03  FILLER                  PIC X(02) VALUE "01".
001880     03  FILLER                  PIC X(02) VALUE "02".
001890     03  FILLER                  PIC X(02) VALUE "03".
001900     03  FILLER                  PIC X(02) VALUE "??".
001910 01  BRANCH-CODE-TABLE           REDEFINES BRANCH-CODE-VALUES.
001920     03  BRANCH-CODE-ENTRY       OCCURS 4 TIMES
001930                                 PIC X(02).
001940 01  RANK-ORDER-TABLE.
001950     03  RANK-ENTRY OCCURS 3 TIMES
001960                                 PIC 9(04) COMP.
001970 01  ATTAIN-HEADING-1.
001980     03  FILLER                  PIC X(33)
001990         VALUE "SELLER QUOTA ATTAINMENT REPORT".
002000     03  FILLER                  PIC X(07) VALUE "PERIOD ".
002010     03  QH1-PERIOD              PIC 9999/99.
002020     03  FILLER                  PIC X(05) VALUE SPACES.
002030     03  FILLER                  PIC X(04) VALUE "RUN ".
002040     03  QH1-TIMESTAMP           PIC X(16) VALUE SPACES.
002050     03  FILLER                  PIC X(52) VALUE SPACES.
002060     03  FILLER                  PIC X(05) VALUE "PAGE ".
002070     03  QH1-PAGE                PIC ZZ9.
002080 01  ATTAIN-SECTION-LINE.
002090     03  QS-SECTION-TEXT         PIC X(50).
002100     03  FILLER                  PIC X(82) VALUE SPACES.
002110 01  ATTAIN-COLUMNS.
002120     03  FILLER                  PIC X(32) VALUE "SELLER".
002130     03  FILLER                  PIC X(17)
002140         VALUE "    MONTH QUOTA".
002150     03  FILLER                  PIC X(17)
002160         VALUE "     CLOSED NET".
002170     03  FILLER                  PIC X(11)
002180         VALUE " PCT ATTN".
002190     03  FILLER                  PIC X(17)
002200         VALUE "      YTD QUOTA".
002210     03  FILLER                  PIC X(17)
002220         VALUE "        YTD NET".
002230     03  FILLER                  PIC X(11)
002240         VALUE "  YTD PCT".
002250     03  FILLER                  PIC X(10) VALUE "NOTE".
002260 01  ATTAIN-DETAIL-LINE.
002270     03  QD-SELLER-NAME          PIC X(30).
002280     03  FILLER                  PIC X(02) VALUE SPACES.
002290     03  QD-MONTH-QUOTA          PIC ZZZ,ZZZ,ZZ9.99-.
002300     03  FILLER                  PIC X(02) VALUE SPACES.
002310     03  QD-MONTH-NET            PIC ZZZ,ZZZ,ZZ9.99-.
002320     03  FILLER                  PIC X(02) VALUE SPACES.
002330     03  QD-MONTH-PCT            PIC ZZ,ZZ9.9-.
002340     03  QD-MONTH-PCT-X          REDEFINES QD-MONTH-PCT
002350                                 PIC X(09).
002360     03  FILLER                  PIC X(02) VALUE SPACES.
002370     03  QD-YTD-QUOTA            PIC ZZZ,ZZZ,ZZ9.99-.
002380     03  FILLER                  PIC X(02) VALUE SPACES.
002390     03  QD-YTD-NET              PIC ZZZ,ZZZ,ZZ9.99-.
002400     03  FILLER                  PIC X(02) VALUE SPACES.
002410     03  QD-YTD-PCT              PIC ZZ,ZZ9.9-.
002420     03  QD-YTD-PCT-X            REDEFINES QD-YTD-PCT
002430                                 PIC X(09).
002440     03  FILLER                  PIC X(02) VALUE SPACES.
002450     03  QD-NOTE                 PIC X(10).
002460 01  NO-QUOTA-COLUMNS.
002470     03  FILLER                  PIC X(02) VALUE SPACES.
002480     03  FILLER                  PIC X(32) VALUE "SELLER".
002490     03  FILLER                  PIC X(08) VALUE "BRANCH".
002500     03  FILLER                  PIC X(15)
002510         VALUE "     CLOSED NET".
002520     03  FILLER                  PIC X(75) VALUE SPACES.
002530 01  NO-QUOTA-LINE.
002540     03  FILLER                  PIC X(02) VALUE SPACES.
002550     03  NQ-SELLER-NAME          PIC X(30).
002560     03  FILLER                  PIC X(02) VALUE SPACES.
002570     03  NQ-BRANCH-CODE          PIC X(02).
002580     03  FILLER                  PIC X(06) VALUE SPACES.
002590     03  NQ-MONTH-NET            PIC ZZZ,ZZZ,ZZ9.99-.
002600     03  FILLER                  PIC X(75) VALUE SPACES.
002610 01  RANK-COLUMNS.
002620     03  FILLER                  PIC X(09) VALUE "  RANK".
002630     03  FILLER                  PIC X(06) VALUE "BRANCH".
002640     03  FILLER                  PIC X(08) VALUE "SELLERS".
002650     03  FILLER                  PIC X(17)
002660         VALUE "    MONTH QUOTA".
002670     03  FILLER                  PIC X(17)
002680         VALUE "     CLOSED NET".
002690     03  FILLER                  PIC X(11)
002700         VALUE " PCT ATTN".
002710     03  FILLER                  PIC X(17)
002720         VALUE "      YTD QUOTA".
002730     03  FILLER                  PIC X(17)
002740         VALUE "        YTD NET".
002750     03  FILLER                  PIC X(11)
002760         VALUE "  YTD PCT".
002770     03  FILLER                  PIC X(19) VALUE "NOTE".
002780 01  RANK-LINE.
002790     03  FILLER                  PIC X(02) VALUE SPACES.
002800     03  RL-RANK                 PIC ZZ9.
002810     03  FILLER                  PIC X(04) VALUE SPACES.
002820     03  RL-BRANCH-CODE          PIC X(02).
002830     03  FILLER                  PIC X(04) VALUE SPACES.
002840     03  RL-SELLERS              PIC ZZ,ZZ9.
002850     03  FILLER                  PIC X(02) VALUE SPACES.
002860     03  RL-MONTH-QUOTA          PIC ZZZ,ZZZ,ZZ9.99-.
002870     03  FILLER                  PIC X(02) VALUE SPACES.
002880     03  RL-MONTH-NET            PIC ZZZ,ZZZ,ZZ9.99-.
002890     03  FILLER                  PIC X(02) VALUE SPACES.
002900     03  RL-MONTH-PCT            PIC ZZ,ZZ9.9-.
002910     03  RL-MONTH-PCT-X          REDEFINES RL-MONTH-PCT
002920                                 PIC X(09).
002930     03  FILLER                  PIC X(02) VALUE SPACES.
002940     03  RL-YTD-QUOTA            PIC ZZZ,ZZZ,ZZ9.99-.
002950     03  FILLER                  PIC X(02) VALUE SPACES.
002960     03  RL-YTD-NET              PIC ZZZ,ZZZ,ZZ9.99-.
002970     03  FILLER                  PIC X(02) VALUE SPACES.
002980     03  RL-YTD-PCT              PIC ZZ,ZZ9.9-.
002990     03  RL-YTD-PCT-X            REDEFINES RL-YTD-PCT
003000                                 PIC X(09).
003010     03  FILLER                  PIC X(02) VALUE SPACES.
003020     03  RL-NOTE                 PIC X(12).
003030     03  FILLER                  PIC X(07) VALUE SPACES.
003040 01  ATTAIN-TOTAL-LINE.
003050     03  QT-TOTAL-TEXT           PIC X(24).
003060     03  QT-TOTAL-COUNT          PIC ZZZ,ZZ9.
003070     03  FILLER                  PIC X(101) VALUE SPACES.
003080 PROCEDURE DIVISION.
003090******************************************************************
003100*    0000-MAINLINE -- RUN CONTROL.                               *
003110******************************************************************
003120 0000-MAINLINE.
003130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003140     PERFORM 2000-LOAD-SELLER THRU 2000-EXIT
003150         UNTIL AT-END-OF-MASTER
003160     PERFORM 2500-LOAD-ARCHIVE THRU 2500-EXIT
003170         UNTIL AT-END-OF-ARCHIVE
003180     IF ATTAIN-COUNT > ZERO
003190         PERFORM 3000-LOAD-QUOTAS THRU 3000-EXIT
003200             VARYING ATTAIN-IDX FROM 1 BY 1
003210             UNTIL ATTAIN-IDX > ATTAIN-COUNT
003220     END-IF
003230     PERFORM 4000-BRANCH-SECTIONS THRU 4000-EXIT
003240     PERFORM 5000-NO-QUOTA-PAGE THRU 5000-EXIT
003250     PERFORM 6000-RANKING-PAGE THRU 6000-EXIT
003260     PERFORM 8000-TERMINATE THRU 8000-EXIT
003270     STOP RUN.
003280******************************************************************
003290*    1000-INITIALIZE -- OPEN FILES AND SET THE REPORT PERIOD     *
003300*    FROM THE CONTROL CARD, DEFAULTING TO THE LAST CLOSED MONTH  *
003310*    ON THE BUSINESS-DATE RECORD.  NO QUOTA MASTER YET (STATUS   *
003320*    05) IS NOT AN ERROR -- EVERY SELLER IS THEN FLAGGED WITH    *
003330*    NO QUOTA.                                                   *
003340******************************************************************
003350 1000-INITIALIZE.
003360     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
003370     OPEN INPUT  TOTALS-ARCHIVE
003380          INPUT  SELLER-MASTER
003390          INPUT  QUOTA-MASTER
003400          INPUT  CONTROL-CARD-FILE
003410          OUTPUT ATTAINMENT-REPORT
003420     IF TOTALS-ARCHIVE-STATUS NOT = "00"
003430         DISPLAY "QUOTARPT: OPEN FAILED, TOTARCH STATUS "
003440                 TOTALS-ARCHIVE-STATUS UPON CONSL
003450         GO TO 9999-ABORT-RUN
003460     END-IF
003470     IF SELLER-MASTER-STATUS NOT = "00"
003480         DISPLAY "QUOTARPT: OPEN FAILED, SELLERMST STATUS "
003490                 SELLER-MASTER-STATUS UPON CONSL
003500         GO TO 9999-ABORT-RUN
003510     END-IF
003520     IF QUOTA-MASTER-STATUS NOT = "00"
003530            AND QUOTA-MASTER-STATUS NOT = "05"
003540         DISPLAY "QUOTARPT: OPEN FAILED, SELLQTA STATUS "
003550                 QUOTA-MASTER-STATUS UPON CONSL
003560         GO TO 9999-ABORT-RUN
003570     END-IF
003580     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
003590     READ CONTROL-CARD-FILE
003600         AT END
003610             MOVE "Y" TO AT-END-OF-CARDS-FLAG
003620     END-READ
003630     IF NOT AT-END-OF-CARDS
003640      AND CARD-REPORT-PERIOD NUMERIC
003650         MOVE CARD-REPORT-PERIOD TO REPORT-PERIOD-X
003660     END-IF
003670     CLOSE CONTROL-CARD-FILE
003680     INITIALIZE BRANCH-TOTAL-TABLE.
003690 1000-EXIT.
003700     EXIT.
003710******************************************************************
003720*    1050-READ-BUSINESS-DATE -- DEFAULT REPORT MONTH.  ON THE    *
003730*    LAST BUSINESS DAY OF THE MONTH THE CLOSE HAS RUN AHEAD OF   *
003740*    THIS STEP, SO THE BUSINESS PERIOD ITSELF IS CLOSED;         *
003750*    OTHERWISE THE LATEST CLOSE IS THE MONTH BEFORE IT.          *
003760******************************************************************
003770 1050-READ-BUSINESS-DATE.
003780     OPEN INPUT BUSINESS-DATE-FILE
003790     IF BUSINESS-DATE-STATUS NOT = "00"
003800         DISPLAY "QUOTARPT: OPEN FAILED, BUSDATE STATUS "
003810                 BUSINESS-DATE-STATUS UPON CONSL
003820         GO TO 9999-ABORT-RUN
003830     END-IF
003840     READ BUSINESS-DATE-FILE
003850         AT END
003860             DISPLAY "QUOTARPT: NO BUSINESS-DATE RECORD (BUSDATE)"
003870                 UPON CONSL
003880             GO TO 9999-ABORT-RUN
003890     END-READ
003900     MOVE BUS-PERIOD TO REPORT-PERIOD-X
003910     IF NOT BUS-LAST-DAY-OF-MONTH
003920         IF REPORT-PERIOD-MM = 01
003930             SUBTRACT 1 FROM REPORT-PERIOD-YYYY
003940             MOVE 12 TO REPORT-PERIOD-MM
003950         ELSE
003960             SUBTRACT 1 FROM REPORT-PERIOD-MM
003970         END-IF
003980     END-IF
003990     CLOSE BUSINESS-DATE-FILE.
004000 1050-EXIT.
004010     EXIT.
004020******************************************************************
004030*    2000-LOAD-SELLER -- ONE SELLER MASTER RECORD INTO THE       *
004040*    ATTAINMENT TABLE.                                           *
004050******************************************************************
004060 2000-LOAD-SELLER.
004070     READ SELLER-MASTER NEXT RECORD
004080         AT END
004090             MOVE "Y" TO AT-END-OF-MASTER-FLAG
004100             GO TO 2000-EXIT
004110     END-READ
004120     ADD 1 TO MASTER-READ-COUNT
004130     PERFORM 2200-ADD-SELLER THRU 2200-EXIT
004140     MOVE SELLER-MASTER-NAME TO QA-SELLER-NAME (ATTAIN-IDX)
004150     MOVE SELLER-BRANCH-CODE TO QA-BRANCH-CODE (ATTAIN-IDX)
004160     MOVE SELLER-STATUS      TO QA-STATUS (ATTAIN-IDX)
004170     EVALUATE SELLER-BRANCH-CODE
004180         WHEN "01"  MOVE 1 TO QA-BRANCH-SUB (ATTAIN-IDX)
004190         WHEN "02"  MOVE 2 TO QA-BRANCH-SUB (ATTAIN-IDX)
004200         WHEN "03"  MOVE 3 TO QA-BRANCH-SUB (ATTAIN-IDX)
004210         WHEN OTHER MOVE 4 TO QA-BRANCH-SUB (ATTAIN-IDX)
004220     END-EVALUATE.
004230 2000-EXIT.
004240     EXIT.
004250******************************************************************
004260*    2200-ADD-SELLER -- NEXT FREE TABLE ENTRY, CLEARED, WITH     *
004270*    ATTAIN-IDX LEFT SET.                                        *
004280******************************************************************
004290 2200-ADD-SELLER.
004300     IF ATTAIN-COUNT >= ATTAIN-MAX
004310         DISPLAY "QUOTARPT: SELLER TABLE FULL" UPON CONSL
004320         GO TO 9999-ABORT-RUN
004330     END-IF
004340     ADD 1 TO ATTAIN-COUNT
004350     SET ATTAIN-IDX TO ATTAIN-COUNT
004360     MOVE SPACES TO QA-SELLER-NAME (ATTAIN-IDX)
004370     MOVE SPACES TO QA-BRANCH-CODE (ATTAIN-IDX)
004380     MOVE 4      TO QA-BRANCH-SUB (ATTAIN-IDX)
004390     MOVE SPACES TO QA-STATUS (ATTAIN-IDX)
004400     MOVE "N"    TO QA-ARCHIVED-FLAG (ATTAIN-IDX)
004410     MOVE "N"    TO QA-QUOTA-FLAG (ATTAIN-IDX)
004420     MOVE ZERO   TO QA-MONTH-QUOTA (ATTAIN-IDX)
004430     MOVE ZERO   TO QA-MONTH-NET (ATTAIN-IDX)
004440     MOVE ZERO   TO QA-YTD-QUOTA (ATTAIN-IDX)
004450     MOVE ZERO   TO QA-YTD-NET (ATTAIN-IDX).
004460 2200-EXIT.
004470     EXIT.
004480******************************************************************
004490*    2500-LOAD-ARCHIVE -- ONE ARCHIVED TOTALS RECORD ONTO ITS    *
004500*    SELLER'S ENTRY.  ONLY THE ONE GENERATION CUT BY THE         *
004510*    REPORT MONTH'S CLOSE MAY BE ON THE TOTARCH DD: A SELLER     *
004520*    ARCHIVED TWICE, OR POSTED AFTER THE REPORT MONTH, MEANS     *
004530*    THE WRONG GENERATION AND THE RUN IS ABORTED.                *
004540******************************************************************
004550 2500-LOAD-ARCHIVE.
004560     READ TOTALS-ARCHIVE INTO ARCHIVE-WORK-RECORD
004570         AT END
004580             MOVE "Y" TO AT-END-OF-ARCHIVE-FLAG
004590             GO TO 2500-EXIT
004600     END-READ
004610     ADD 1 TO RECORDS-READ-COUNT
004620     COMPUTE ARCHIVE-PERIOD
004630         = ARCH-POSTED-YYYY * 100 + ARCH-POSTED-MM
004640     IF ARCHIVE-PERIOD > REPORT-PERIOD
004650         DISPLAY "QUOTARPT: TOTARCH POSTED AFTER REPORT PERIOD "
004660                 ARCH-SELLER-NAME UPON CONSL
004670         GO TO 9999-ABORT-RUN
004680     END-IF
004690     MOVE "N" TO SELLER-FOUND-FLAG
004700     IF ATTAIN-COUNT > ZERO
004710         SET ATTAIN-IDX TO 1
004720         SEARCH ATTAIN-ENTRY
004730             AT END
004740                 CONTINUE
004750             WHEN ATTAIN-IDX > ATTAIN-COUNT
004760                 CONTINUE
004770             WHEN QA-SELLER-NAME (ATTAIN-IDX) = ARCH-SELLER-NAME
004780                 MOVE "Y" TO SELLER-FOUND-FLAG
004790         END-SEARCH
004800     END-IF
004810     IF NOT SELLER-FOUND
004820         ADD 1 TO ARCHIVE-UNMATCHED-COUNT
004830         PERFORM 2200-ADD-SELLER THRU 2200-EXIT
004840         MOVE ARCH-SELLER-NAME TO QA-SELLER-NAME (ATTAIN-IDX)
004850     END-IF
004860     IF QA-ARCHIVED (ATTAIN-IDX)
004870         DISPLAY "QUOTARPT: SELLER ARCHIVED TWICE ON TOTARCH "
004880                 ARCH-SELLER-NAME UPON CONSL
004890         GO TO 9999-ABORT-RUN
004900     END-IF
004910     MOVE "Y"          TO QA-ARCHIVED-FLAG (ATTAIN-IDX)
004920     MOVE ARCH-TOT-MTD TO QA-MONTH-NET (ATTAIN-IDX)
004930     COMPUTE QA-YTD-NET (ATTAIN-IDX)
004940         = ARCH-TOT-YTD + ARCH-TOT-MTD.
004950 2500-EXIT.
004960     EXIT.
004970******************************************************************
004980*    3000-LOAD-QUOTAS -- THE SELLER'S QUOTAS FROM JANUARY OF     *
004990*    THE REPORT YEAR THROUGH THE REPORT MONTH, THEN THE SELLER   *
005000*    INTO ITS BRANCH TOTALS.  A SELLER WITH NEITHER A CLOSED     *
005010*    MONTH NOR A QUOTA THIS YEAR IS LEFT OFF THE BRANCH PAGES.   *
005020******************************************************************
005030 3000-LOAD-QUOTAS.
005040     MOVE "N" TO AT-END-OF-QUOTAS-FLAG
005050     MOVE QA-SELLER-NAME (ATTAIN-IDX) TO QUOTA-SELLER-NAME
005060     MOVE REPORT-PERIOD-YYYY          TO QUOTA-PERIOD-YYYY
005070     MOVE 01                          TO QUOTA-PERIOD-MM
005080     START QUOTA-MASTER KEY IS NOT LESS THAN QUOTA-KEY
005090         INVALID KEY
005100             MOVE "Y" TO AT-END-OF-QUOTAS-FLAG
005110     END-START
005120     PERFORM 3100-READ-QUOTA THRU 3100-EXIT
005130         UNTIL AT-END-OF-QUOTAS
005140     IF NOT QA-ARCHIVED (ATTAIN-IDX)
005150        AND QA-YTD-QUOTA (ATTAIN-IDX) = ZERO
005160        AND NOT QA-QUOTA-SET (ATTAIN-IDX)
005170         GO TO 3000-EXIT
005180     END-IF
005190     MOVE QA-BRANCH-SUB (ATTAIN-IDX) TO BRANCH-SUB
005200     ADD 1 TO BT-SELLER-COUNT (BRANCH-SUB)
005210     ADD QA-MONTH-QUOTA (ATTAIN-IDX)
005220         TO BT-MONTH-QUOTA (BRANCH-SUB)
005230     ADD QA-MONTH-NET (ATTAIN-IDX)
005240         TO BT-MONTH-NET (BRANCH-SUB)
005250     ADD QA-YTD-QUOTA (ATTAIN-IDX)
005260         TO BT-YTD-QUOTA (BRANCH-SUB)
005270     ADD QA-YTD-NET (ATTAIN-IDX)
005280         TO BT-YTD-NET (BRANCH-SUB)
005290     ADD 1 TO GT-SELLER-COUNT
005300     ADD QA-MONTH-QUOTA (ATTAIN-IDX) TO GT-MONTH-QUOTA
005310     ADD QA-MONTH-NET (ATTAIN-IDX)   TO GT-MONTH-NET
005320     ADD QA-YTD-QUOTA (ATTAIN-IDX)   TO GT-YTD-QUOTA
005330     ADD QA-YTD-NET (ATTAIN-IDX)     TO GT-YTD-NET.
005340 3000-EXIT.
005350     EXIT.
005360 3100-READ-QUOTA.
005370     READ QUOTA-MASTER NEXT RECORD
005380         AT END
005390             MOVE "Y" TO AT-END-OF-QUOTAS-FLAG
005400             GO TO 3100-EXIT
005410     END-READ
005420     IF QUOTA-SELLER-NAME NOT = QA-SELLER-NAME (ATTAIN-IDX)
005430        OR QUOTA-PERIOD > REPORT-PERIOD
005440         MOVE "Y" TO AT-END-OF-QUOTAS-FLAG
005450         GO TO 3100-EXIT
005460     END-IF
005470     ADD QUOTA-AMOUNT TO QA-YTD-QUOTA (ATTAIN-IDX)
005480     IF QUOTA-PERIOD = REPORT-PERIOD
005490         MOVE "Y"          TO QA-QUOTA-FLAG (ATTAIN-IDX)
005500         MOVE QUOTA-AMOUNT TO QA-MONTH-QUOTA (ATTAIN-IDX)
005510     END-IF.
005520 3100-EXIT.
005530     EXIT.
005540******************************************************************
005550*    4000-BRANCH-SECTIONS -- ONE SECTION PER BRANCH, EACH ON A   *
005560*    NEW PAGE, SELLERS IN NAME ORDER WITH THE BRANCH TOTAL.      *
005570*    THE UNASSIGNED SLOT PRINTS ONLY WHEN SOMEONE IS IN IT.      *
005580******************************************************************
005590 4000-BRANCH-SECTIONS.
005600     PERFORM 4100-PRINT-BRANCH THRU 4100-EXIT
005610         VARYING BRANCH-SUB FROM 1 BY 1
005620         UNTIL BRANCH-SUB > 4.
005630 4000-EXIT.
005640     EXIT.
005650 4100-PRINT-BRANCH.
005660     IF BT-SELLER-COUNT (BRANCH-SUB) = ZERO
005670         GO TO 4100-EXIT
005680     END-IF
005690     PERFORM 4150-BRANCH-HEADING THRU 4150-EXIT
005700     PERFORM 4200-PRINT-SELLER THRU 4200-EXIT
005710         VARYING ATTAIN-IDX FROM 1 BY 1
005720         UNTIL ATTAIN-IDX > ATTAIN-COUNT
005730     MOVE SPACES TO ATTAIN-PRINT-LINE
005740     WRITE ATTAIN-PRINT-LINE AFTER ADVANCING 1 LINE
005750     MOVE "BRANCH TOTAL"              TO QD-SELLER-NAME
005760     MOVE BT-MONTH-QUOTA (BRANCH-SUB) TO LINE-MONTH-QUOTA
005770     MOVE BT-MONTH-NET (BRANCH-SUB)   TO LINE-MONTH-NET
005780     MOVE BT-YTD-QUOTA (BRANCH-SUB)   TO LINE-YTD-QUOTA
005790     MOVE BT-YTD-NET (BRANCH-SUB)     TO LINE-YTD-NET
005800     PERFORM 4300-FORMAT-AMOUNTS THRU 4300-EXIT
005810     MOVE SPACES TO QD-NOTE
005820     WRITE ATTAIN-PRINT-LINE FROM ATTAIN-DETAIL-LINE
005830         AFTER ADVANCING 1 LINE
005840     ADD 2 TO PRINT-LINE-COUNT.
005850 4100-EXIT.
005860     EXIT.
005870 4150-BRANCH-HEADING.
005880     PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
005890     MOVE SPACES TO QS-SECTION-TEXT
005900     IF BRANCH-SUB = 4
005910         MOVE "SELLERS WITH NO VALID BRANCH OR NOT ON MASTER"
005920             TO QS-SECTION-TEXT
005930     ELSE
005940         STRING "BRANCH " DELIMITED BY SIZE
005950                BRANCH-CODE-ENTRY (BRANCH-SUB) DELIMITED BY SIZE
005960                INTO QS-SECTION-TEXT
005970         END-STRING
005980     END-IF
005990     WRITE ATTAIN-PRINT-LINE FROM ATTAIN-SECTION-LINE
006000         AFTER ADVANCING 2 LINES
006010     WRITE ATTAIN-PRINT-LINE FROM ATTAIN-COLUMNS
006020         AFTER ADVANCING 2 LINES
006030     MOVE SPACES TO ATTAIN-PRINT-LINE
006040     WRITE ATTAIN-PRINT-LINE AFTER ADVANCING 1 LINE
006050     MOVE 7 TO PRINT-LINE-COUNT.
006060 4150-EXIT.
006070     EXIT.
006080******************************************************************
006090*    4200-PRINT-SELLER -- ONE SELLER LINE IF THE SELLER BELONGS  *
006100*    TO THE BRANCH BEING PRINTED AND WAS TOTALLED INTO IT.       *
006110******************************************************************
006120 4200-PRINT-SELLER.
006130     IF QA-BRANCH-SUB (ATTAIN-IDX) NOT = BRANCH-SUB
006140         GO TO 4200-EXIT
006150     END-IF
006160     IF NOT QA-ARCHIVED (ATTAIN-IDX)
006170        AND QA-YTD-QUOTA (ATTAIN-IDX) = ZERO
006180        AND NOT QA-QUOTA-SET (ATTAIN-IDX)
006190         GO TO 4200-EXIT
006200     END-IF
006210     IF PRINT-LINE-COUNT >= PRINT-PAGE-LIMIT
006220         PERFORM 4150-BRANCH-HEADING THRU 4150-EXIT
006230     END-IF
006240     MOVE QA-SELLER-NAME (ATTAIN-IDX) TO QD-SELLER-NAME
006250     MOVE QA-MONTH-QUOTA (ATTAIN-IDX) TO LINE-MONTH-QUOTA
006260     MOVE QA-MONTH-NET (ATTAIN-IDX)   TO LINE-MONTH-NET
006270     MOVE QA-YTD-QUOTA (ATTAIN-IDX)   TO LINE-YTD-QUOTA
006280     MOVE QA-YTD-NET (ATTAIN-IDX)     TO LINE-YTD-NET
006290     PERFORM 4300-FORMAT-AMOUNTS THRU 4300-EXIT
006300     EVALUATE TRUE
006310         WHEN NOT QA-QUOTA-SET (ATTAIN-IDX)
006320             MOVE "NO QUOTA"   TO QD-NOTE
006330         WHEN QA-NOT-ON-MASTER (ATTAIN-IDX)
006340             MOVE "NOT ON MST" TO QD-NOTE
006350         WHEN QA-TERMINATED (ATTAIN-IDX)
006360             MOVE "TERMINATED" TO QD-NOTE
006370         WHEN OTHER
006380             MOVE SPACES       TO QD-NOTE
006390     END-EVALUATE
006400     WRITE ATTAIN-PRINT-LINE FROM ATTAIN-DETAIL-LINE
006410         AFTER ADVANCING 1 LINE
006420     ADD 1 TO PRINT-LINE-COUNT.
006430 4200-EXIT.
006440     EXIT.
006450******************************************************************
006460*    4300-FORMAT-AMOUNTS -- THE LINE-xxx AMOUNTS AND BOTH        *
006470*    PERCENTAGES INTO THE DETAIL LINE.  NO QUOTA PRINTS NO       *
006480*    PERCENT.                                                    *
006490******************************************************************
006500 4300-FORMAT-AMOUNTS.
006510     MOVE LINE-MONTH-QUOTA TO QD-MONTH-QUOTA
006520     MOVE LINE-MONTH-NET   TO QD-MONTH-NET
006530     MOVE LINE-YTD-QUOTA   TO QD-YTD-QUOTA
006540     MOVE LINE-YTD-NET     TO QD-YTD-NET
006550     MOVE LINE-MONTH-QUOTA TO PERCENT-QUOTA
006560     MOVE LINE-MONTH-NET   TO PERCENT-NET
006570     PERFORM 7000-COMPUTE-PERCENT THRU 7000-EXIT
006580     IF PERCENT-VALID
006590         MOVE PERCENT-RESULT TO QD-MONTH-PCT
006600     ELSE
006610         MOVE SPACES         TO QD-MONTH-PCT-X
006620     END-IF
006630     MOVE LINE-YTD-QUOTA   TO PERCENT-QUOTA
006640     MOVE LINE-YTD-NET     TO PERCENT-NET
006650     PERFORM 7000-COMPUTE-PERCENT THRU 7000-EXIT
006660     IF PERCENT-VALID
006670         MOVE PERCENT-RESULT TO QD-YTD-PCT
006680     ELSE
006690         MOVE SPACES         TO QD-YTD-PCT-X
006700     END-IF.
006710 4300-EXIT.
006720     EXIT.
006730******************************************************************
006740*    5000-NO-QUOTA-PAGE -- ACTIVE SELLERS ON THE SELLER MASTER   *
006750*    WITH NO QUOTA SET FOR THE REPORT MONTH.                     *
006760******************************************************************
006770 5000-NO-QUOTA-PAGE.
006780     PERFORM 5100-NO-QUOTA-HEADING THRU 5100-EXIT
006790     IF ATTAIN-COUNT > ZERO
006800         PERFORM 5200-NO-QUOTA-LINE THRU 5200-EXIT
006810             VARYING ATTAIN-IDX FROM 1 BY 1
006820             UNTIL ATTAIN-IDX > ATTAIN-COUNT
006830     END-IF
006840     MOVE SPACES TO ATTAIN-PRINT-LINE
006850     WRITE ATTAIN-PRINT-LINE AFTER ADVANCING 1 LINE
006860     MOVE "SELLERS WITH NO QUOTA : " TO QT-TOTAL-TEXT
006870     MOVE NO-QUOTA-COUNT             TO QT-TOTAL-COUNT
006880     WRITE ATTAIN-PRINT-LINE FROM ATTAIN-TOTAL-LINE
006890         AFTER ADVANCING 1 LINE.
006900 5000-EXIT.
006910     EXIT.
006920 5100-NO-QUOTA-HEADING.
006930     PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
006940     MOVE "ACTIVE SELLERS WITH NO QUOTA SET FOR THE PERIOD"
006950         TO QS-SECTION-TEXT
006960     WRITE ATTAIN-PRINT-LINE FROM ATTAIN-SECTION-LINE
006970         AFTER ADVANCING 2 LINES
006980     WRITE ATTAIN-PRINT-LINE FROM NO-QUOTA-COLUMNS
006990         AFTER ADVANCING 2 LINES
007000     MOVE SPACES TO ATTAIN-PRINT-LINE
007010     WRITE ATTAIN-PRINT-LINE AFTER ADVANCING 1 LINE
007020     MOVE 7 TO PRINT-LINE-COUNT.
007030 5100-EXIT.
007040     EXIT.
007050 5200-NO-QUOTA-LINE.
007060     IF NOT QA-ACTIVE (ATTAIN-IDX)
007070        OR QA-QUOTA-SET (ATTAIN-IDX)
007080         GO TO 5200-EXIT
007090     END-IF
007100     IF PRINT-LINE-COUNT >= PRINT-PAGE-LIMIT
007110         PERFORM 5100-NO-QUOTA-HEADING THRU 5100-EXIT
007120     END-IF
007130     ADD 1 TO NO-QUOTA-COUNT
007140     MOVE QA-SELLER-NAME (ATTAIN-IDX) TO NQ-SELLER-NAME
007150     MOVE QA-BRANCH-CODE (ATTAIN-IDX) TO NQ-BRANCH-CODE
007160     MOVE QA-MONTH-NET (ATTAIN-IDX)   TO NQ-MONTH-NET
007170     WRITE ATTAIN-PRINT-LINE FROM NO-QUOTA-LINE
007180         AFTER ADVANCING 1 LINE
007190     ADD 1 TO PRINT-LINE-COUNT.
007200 5200-EXIT.
007210     EXIT.
007220******************************************************************
007230*    6000-RANKING-PAGE -- BRANCHES 01-03 RANKED BY PERCENT OF    *
007240*    THE MONTH'S QUOTA ATTAINED, A BRANCH WITH NO QUOTA LAST,    *
007250*    THEN THE ALL-BRANCH TOTAL AND THE RUN CONTROL COUNTS.       *
007260******************************************************************
007270 6000-RANKING-PAGE.
007280     PERFORM 6100-BUILD-RANK-ORDER THRU 6100-EXIT
007290     PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
007300     MOVE "BRANCH RANKING BY PERCENT OF QUOTA ATTAINED"
007310         TO QS-SECTION-TEXT
007320     WRITE ATTAIN-PRINT-LINE FROM ATTAIN-SECTION-LINE
007330         AFTER ADVANCING 2 LINES
007340     WRITE ATTAIN-PRINT-LINE FROM RANK-COLUMNS
007350         AFTER ADVANCING 2 LINES
007360     MOVE SPACES TO ATTAIN-PRINT-LINE
007370     WRITE ATTAIN-PRINT-LINE AFTER ADVANCING 1 LINE
007380     PERFORM 6200-PRINT-RANK-LINE THRU 6200-EXIT
007390         VARYING SORT-I FROM 1 BY 1
007400         UNTIL SORT-I > RANK-COUNT
007410     MOVE SPACES TO ATTAIN-PRINT-LINE
007420     WRITE ATTAIN-PRINT-LINE AFTER ADVANCING 1 LINE
007430     MOVE ZERO            TO RL-RANK
007440     MOVE "**"            TO RL-BRANCH-CODE
007450     MOVE GT-SELLER-COUNT TO RL-SELLERS
007460     MOVE GT-MONTH-QUOTA  TO RL-MONTH-QUOTA
007470     MOVE GT-MONTH-NET    TO RL-MONTH-NET
007480     MOVE GT-YTD-QUOTA    TO RL-YTD-QUOTA
007490     MOVE GT-YTD-NET      TO RL-YTD-NET
007500     MOVE GT-MONTH-QUOTA  TO PERCENT-QUOTA
007510     MOVE GT-MONTH-NET    TO PERCENT-NET
007520     PERFORM 6400-FORMAT-MONTH-PERCENT THRU 6400-EXIT
007530     MOVE GT-YTD-QUOTA    TO PERCENT-QUOTA
007540     MOVE GT-YTD-NET      TO PERCENT-NET
007550     PERFORM 6500-FORMAT-YTD-PERCENT THRU 6500-EXIT
007560     MOVE "ALL BRANCHES"  TO RL-NOTE
007570     WRITE ATTAIN-PRINT-LINE FROM RANK-LINE
007580         AFTER ADVANCING 1 LINE
007590     MOVE SPACES TO ATTAIN-PRINT-LINE
007600     WRITE ATTAIN-PRINT-LINE AFTER ADVANCING 2 LINES
007610     MOVE "SELLERS ON MASTER     : " TO QT-TOTAL-TEXT
007620     MOVE MASTER-READ-COUNT          TO QT-TOTAL-COUNT
007630     WRITE ATTAIN-PRINT-LINE FROM ATTAIN-TOTAL-LINE
007640         AFTER ADVANCING 1 LINE
007650     MOVE "ARCHIVE RECORDS READ  : " TO QT-TOTAL-TEXT
007660     MOVE RECORDS-READ-COUNT         TO QT-TOTAL-COUNT
007670     WRITE ATTAIN-PRINT-LINE FROM ATTAIN-TOTAL-LINE
007680         AFTER ADVANCING 1 LINE
007690     MOVE "ARCHIVE NOT ON MASTER : " TO QT-TOTAL-TEXT
007700     MOVE ARCHIVE-UNMATCHED-COUNT    TO QT-TOTAL-COUNT
007710     WRITE ATTAIN-PRINT-LINE FROM ATTAIN-TOTAL-LINE
007720         AFTER ADVANCING 1 LINE
007730     MOVE "SELLERS REPORTED      : " TO QT-TOTAL-TEXT
007740     MOVE GT-SELLER-COUNT            TO QT-TOTAL-COUNT
007750     WRITE ATTAIN-PRINT-LINE FROM ATTAIN-TOTAL-LINE
007760         AFTER ADVANCING 1 LINE.
007770 6000-EXIT.
007780     EXIT.
007790******************************************************************
007800*    6100-BUILD-RANK-ORDER -- SELECTION SORT OF THE BRANCH       *
007810*    SUBSCRIPTS, HIGHEST PERCENT ATTAINED FIRST.  A BRANCH       *
007820*    WITH NO QUOTA RANKS BELOW EVERY BRANCH WITH ONE.            *
007830******************************************************************
007840 6100-BUILD-RANK-ORDER.
007850     PERFORM 6110-SEED-RANK-ENTRY THRU 6110-EXIT
007860         VARYING SORT-I FROM 1 BY 1
007870         UNTIL SORT-I > RANK-COUNT
007880     PERFORM 6120-SORT-PASS THRU 6120-EXIT
007890         VARYING SORT-I FROM 1 BY 1
007900         UNTIL SORT-I >= RANK-COUNT.
007910 6100-EXIT.
007920     EXIT.
007930 6110-SEED-RANK-ENTRY.
007940     MOVE SORT-I TO RANK-ENTRY (SORT-I)
007950     MOVE BT-MONTH-QUOTA (SORT-I) TO PERCENT-QUOTA
007960     MOVE BT-MONTH-NET (SORT-I)   TO PERCENT-NET
007970     PERFORM 7000-COMPUTE-PERCENT THRU 7000-EXIT
007980     IF PERCENT-VALID
007990         MOVE PERCENT-RESULT TO BT-RANK-PERCENT (SORT-I)
008000     ELSE
008010         MOVE -99999.9       TO BT-RANK-PERCENT (SORT-I)
008020     END-IF.
008030 6110-EXIT.
008040     EXIT.
008050 6120-SORT-PASS.
008060     COMPUTE SORT-J = SORT-I + 1
008070     PERFORM 6130-COMPARE-SWAP THRU 6130-EXIT
008080         VARYING SORT-J FROM SORT-J BY 1
008090         UNTIL SORT-J > RANK-COUNT.
008100 6120-EXIT.
008110     EXIT.
008120 6130-COMPARE-SWAP.
008130     IF BT-RANK-PERCENT (RANK-ENTRY (SORT-J))
008140         > BT-RANK-PERCENT (RANK-ENTRY (SORT-I))
008150         MOVE RANK-ENTRY (SORT-I) TO SORT-HOLD
008160         MOVE RANK-ENTRY (SORT-J) TO RANK-ENTRY (SORT-I)
008170         MOVE SORT-HOLD           TO RANK-ENTRY (SORT-J)
008180     END-IF.
008190 6130-EXIT.
008200     EXIT.
008210 6200-PRINT-RANK-LINE.
008220     MOVE RANK-ENTRY (SORT-I) TO BRANCH-SUB
008230     MOVE SORT-I                      TO RL-RANK
008240     MOVE BRANCH-CODE-ENTRY (BRANCH-SUB) TO RL-BRANCH-CODE
008250     MOVE BT-SELLER-COUNT (BRANCH-SUB)   TO RL-SELLERS
008260     MOVE BT-MONTH-QUOTA (BRANCH-SUB)    TO RL-MONTH-QUOTA
008270     MOVE BT-MONTH-NET (BRANCH-SUB)      TO RL-MONTH-NET
008280     MOVE BT-YTD-QUOTA (BRANCH-SUB)      TO RL-YTD-QUOTA
008290     MOVE BT-YTD-NET (BRANCH-SUB)        TO RL-YTD-NET
008300     MOVE BT-MONTH-QUOTA (BRANCH-SUB)    TO PERCENT-QUOTA
008310     MOVE BT-MONTH-NET (BRANCH-SUB)      TO PERCENT-NET
008320     PERFORM 6400-FORMAT-MONTH-PERCENT THRU 6400-EXIT
008330     MOVE BT-YTD-QUOTA (BRANCH-SUB)      TO PERCENT-QUOTA
008340     MOVE BT-YTD-NET (BRANCH-SUB)        TO PERCENT-NET
008350     PERFORM 6500-FORMAT-YTD-PERCENT THRU 6500-EXIT
008360     IF BT-MONTH-QUOTA (BRANCH-SUB) = ZERO
008370         MOVE "NO QUOTA"  TO RL-NOTE
008380     ELSE
008390         MOVE SPACES      TO RL-NOTE
008400     END-IF
008410     WRITE ATTAIN-PRINT-LINE FROM RANK-LINE
008420         AFTER ADVANCING 1 LINE.
008430 6200-EXIT.
008440     EXIT.
008450 6400-FORMAT-MONTH-PERCENT.
008460     PERFORM 7000-COMPUTE-PERCENT THRU 7000-EXIT
008470     IF PERCENT-VALID
008480         MOVE PERCENT-RESULT TO RL-MONTH-PCT
008490     ELSE
008500         MOVE SPACES         TO RL-MONTH-PCT-X
008510     END-IF.
008520 6400-EXIT.
008530     EXIT.
008540 6500-FORMAT-YTD-PERCENT.
008550     PERFORM 7000-COMPUTE-PERCENT THRU 7000-EXIT
008560     IF PERCENT-VALID
008570         MOVE PERCENT-RESULT TO RL-YTD-PCT
008580     ELSE
008590         MOVE SPACES         TO RL-YTD-PCT-X
008600     END-IF.
008610 6500-EXIT.
008620     EXIT.
008630******************************************************************
008640*    7000-COMPUTE-PERCENT -- PERCENT-NET AS A PERCENTAGE OF      *
008650*    PERCENT-QUOTA.  A ZERO QUOTA HAS NO PERCENTAGE; AN          *
008660*    OVERFLOW PRINTS AS THE CEILING 99,999.9.                    *
008670******************************************************************
008680 7000-COMPUTE-PERCENT.
008690     MOVE ZERO TO PERCENT-RESULT
008700     IF PERCENT-QUOTA = ZERO
008710         MOVE "N" TO PERCENT-VALID-FLAG
008720         GO TO 7000-EXIT
008730     END-IF
008740     MOVE "Y" TO PERCENT-VALID-FLAG
008750     COMPUTE PERCENT-RESULT ROUNDED
008760         = PERCENT-NET * 100 / PERCENT-QUOTA
008770         ON SIZE ERROR
008780             MOVE 99999.9 TO PERCENT-RESULT
008790     END-COMPUTE.
008800 7000-EXIT.
008810     EXIT.
008820******************************************************************
008830*    7500-PAGE-HEADING.                                          *
008840******************************************************************
008850 7500-PAGE-HEADING.
008860     ADD 1 TO PRINT-PAGE-COUNT
008870     MOVE REPORT-PERIOD        TO QH1-PERIOD
008880     MOVE RUN-TIMESTAMP (1:16) TO QH1-TIMESTAMP
008890     MOVE PRINT-PAGE-COUNT     TO QH1-PAGE
008900     WRITE ATTAIN-PRINT-LINE FROM ATTAIN-HEADING-1
008910         AFTER ADVANCING PAGE
008920     MOVE 1 TO PRINT-LINE-COUNT.
008930 7500-EXIT.
008940     EXIT.
008950******************************************************************
008960*    8000-TERMINATE -- CLOSE FILES.                              *
008970******************************************************************
008980 8000-TERMINATE.
008990     CLOSE TOTALS-ARCHIVE SELLER-MASTER QUOTA-MASTER
009000           ATTAINMENT-REPORT
009010     DISPLAY "QUOTARPT: " GT-SELLER-COUNT " SELLERS REPORTED, "
009020             NO-QUOTA-COUNT " WITH NO QUOTA" UPON CONSL.
009030 8000-EXIT.
009040     EXIT.
009050******************************************************************
009060*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
009070******************************************************************
009080 9999-ABORT-RUN.
009090     DISPLAY "QUOTARPT: RUN ABORTED" UPON CONSL
009100     MOVE 16 TO RETURN-CODE
009110     STOP RUN.
