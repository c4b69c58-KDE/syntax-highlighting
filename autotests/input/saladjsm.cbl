000010******************************************************************
000020*    SALADJSM -- MONTH-END PRIOR-PERIOD ADJUSTMENT SUMMARY.      *
000030*                                                                *
000040*    THE DAILY RUN (SALESDLY) WRITES EVERY SALE DATED IN A       *
000050*    MONTH THE CLOSE-CONTROL RECORD SHOWS CLOSED TO A PRIORADJ   *
000060*    GENERATION, AND A POSTING BACKOUT (SALESBKO) WRITES THE     *
000070*    REVERSAL OF ANY SUCH SALE TO BKOPADJ IN THE SAME LAYOUT.    *
000080*    THE JCL CONCATENATES THE MONTH'S GENERATIONS OF BOTH ON     *
000090*    THE PRIORADJ DD AND THIS RUN SUMMARIZES THE ADJUSTMENTS     *
000100*    POSTED IN THE REPORT MONTH BY THE CLOSED PERIOD THEY        *
000110*    BELONG TO, BRANCH BY BRANCH, SO ACCOUNTING CAN DECIDE TO    *
000120*    RESTATE THE CLOSED PERIOD OR CARRY THE AMOUNT FORWARD.      *
000130*    THE REPORT MONTH (YYYYMM) IS KEYED ON THE ADJSCRD CONTROL   *
000140*    CARD AND DEFAULTS TO THE LATEST MONTH WITH A CLOSE BEHIND   *
000150*    IT, TAKEN FROM THE BUSINESS-DATE CONTROL RECORD (BUSDATE):  *
000160*    THE BUSINESS PERIOD ITSELF ON ITS LAST BUSINESS DAY, AND    *
000170*    THE MONTH BEFORE IT ON ANY OTHER DAY.  RECORDS POSTED IN    *
000180*    ANY OTHER MONTH ARE COUNTED AND DROPPED.                    *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    SALADJSM.
000220 AUTHOR.        R. T. CALDWELL.
000230 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000240 DATE-WRITTEN.  10/15/26.
000250 DATE-COMPILED.
000260******************************************************************
000270*                     MODIFICATION HISTORY                       *
000280*  DATE      INIT  DESCRIPTION                                   *
000290*  --------  ----  ---------------------------------------------*
000300*  10/15/26  RTC   INITIAL VERSION                               *
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
000430     SELECT PRIOR-PERIOD-FILE
000440         ASSIGN TO PRIORADJ
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS PRIOR-PERIOD-STATUS.
000470     SELECT OPTIONAL CONTROL-CARD-FILE
000480         ASSIGN TO ADJSCRD
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS CONTROL-CARD-STATUS.
000510     SELECT BUSINESS-DATE-FILE
000520         ASSIGN TO BUSDATE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS BUSINESS-DATE-STATUS.
000550     SELECT SUMMARY-REPORT
000560         ASSIGN TO ADJPRINT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS SUMMARY-REPORT-STATUS.
000590     SELECT RUN-EVENT-FILE
000600         ASSIGN TO RUNEVNT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS RUN-EVENT-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PRIOR-PERIOD-FILE.
000660     COPY PRIORADJ.
000670 FD  CONTROL-CARD-FILE.
000680 01  CONTROL-CARD-RECORD.
000690     03  CARD-REPORT-PERIOD      PIC X(06).
000700     03  FILLER                  PIC X(74).
000710 FD  BUSINESS-DATE-FILE.
000720     COPY BUSDATE.
000730 FD  SUMMARY-REPORT.
000740 01  SUMMARY-PRINT-LINE          PIC X(132).
000750 FD  RUN-EVENT-FILE.
000760     COPY RUNEVENT.
000770 WORKING-STORAGE SECTION.
000780 77  PRIOR-PERIOD-STATUS         PIC X(02) VALUE SPACES.
000790 77  CONTROL-CARD-STATUS         PIC X(02) VALUE SPACES.
000800 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
000810 77  SUMMARY-REPORT-STATUS       PIC X(02) VALUE SPACES.
000820 77  RUN-EVENT-STATUS            PIC X(02) VALUE SPACES.
000830 77  AT-END-OF-ADJUSTS-FLAG      PIC X(01) VALUE "N".
000840     88  AT-END-OF-ADJUSTS                 VALUE "Y".
000850 77  AT-END-OF-CARDS-FLAG        PIC X(01) VALUE "N".
000860     88  AT-END-OF-CARDS                   VALUE "Y".
000870 77  PERIOD-FOUND-FLAG           PIC X(01) VALUE "N".
000880     88  PERIOD-FOUND                      VALUE "Y".
000890 77  RECORDS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
000900 77  RECORDS-OUTSIDE-COUNT       PIC 9(07) COMP VALUE ZERO.
000910 77  RECORDS-INVALID-COUNT       PIC 9(07) COMP VALUE ZERO.
000920 77  RECORDS-SUMMARIZED-COUNT    PIC 9(07) COMP VALUE ZERO.
000930 77  OTHER-BRANCH-COUNT          PIC 9(07) COMP VALUE ZERO.
000940 77  BRANCH-SUB                  PIC 9(02) COMP VALUE ZERO.
000950 77  SORT-I                      PIC 9(04) COMP VALUE ZERO.
000960 77  SORT-J                      PIC 9(04) COMP VALUE ZERO.
000970 77  SORT-HOLD                   PIC 9(04) COMP VALUE ZERO.
000980 77  SUMMARY-PAGE-COUNT          PIC 9(03) COMP VALUE ZERO.
000990 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001000 01  REPORT-PERIOD               PIC 9(06) VALUE ZERO.
001010 01  REPORT-PERIOD-X             REDEFINES REPORT-PERIOD.
001020     03  REPORT-PERIOD-YYYY      PIC 9(04).
001030     03  REPORT-PERIOD-MM        PIC 9(02).
001040*    THE POSTING DATE ON THE ADJUSTMENT IS MMDDYYYY AS STAMPED
001050*    BY THE DAILY RUN OR THE BACKOUT; ITS MONTH DECIDES WHICH
001060*    MONTH-END SUMMARY THE ADJUSTMENT FALLS IN.
001070 01  POSTING-DATE-WORK           PIC 9(08) VALUE ZERO.
001080 01  POSTING-DATE-WORK-X         REDEFINES POSTING-DATE-WORK.
001090     03  POSTING-MM              PIC 9(02).
001100     03  POSTING-DD              PIC 9(02).
001110     03  POSTING-YYYY            PIC 9(04).
001120 77  POSTING-PERIOD              PIC 9(06) VALUE ZERO.
001130*    ONE ENTRY PER CLOSED PERIOD ADJUSTED.  SLOTS 1-3 ARE
001140*    BRANCHES 01-03; SLOT 4 IS ALL BRANCHES, AND IS THE ONLY
001150*    SLOT AN UNKNOWN BRANCH CODE REACHES.  A FULL TABLE ABORTS
001160*    THE RUN SO NO PERIOD IS SUMMARIZED FROM A PARTIAL FILE.
001170 01  ADJUST-PERIOD-TABLE.
001180     03  ADJUST-PERIOD-COUNT     PIC 9(04) COMP VALUE ZERO.
001190     03  ADJUST-PERIOD-MAX       PIC 9(04) COMP VALUE 120.
001200     03  ADJUST-PERIOD-ENTRY OCCURS 120 TIMES
001210             INDEXED BY PERIOD-IDX.
001220         05  AP-PERIOD           PIC 9(06).
001230         05  AP-SLOT             OCCURS 4 TIMES.
001240             07  AP-COUNT        PIC 9(07) COMP.
001250             07  AP-AMOUNT       PIC S9(11)V99.
001260 01  GRAND-TOTAL-AREA.
001270     03  GT-SLOT                 OCCURS 4 TIMES.
001280         05  GT-COUNT            PIC 9(07) COMP.
001290         05  GT-AMOUNT           PIC S9(11)V99.
001300 01  PERIOD-ORDER-TABLE.
001310     03  ORDER-ENTRY OCCURS 120 TIMES
001320                                 PIC 9(04) COMP.
001330 01  SUMMARY-HEADING-1.
001340     03  FILLER                  PIC X(33)
001350         VALUE "PRIOR-PERIOD ADJUSTMENT SUMMARY".
001360     03  FILLER                  PIC X(07) VALUE "POSTED ".
001370     03  SH1-PERIOD              PIC 9999/99.
001380     03  FILLER                  PIC X(05) VALUE SPACES.
001390     03  FILLER                  PIC X(04) VALUE "RUN ".
001400     03  SH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001410     03  FILLER                  PIC X(52) VALUE SPACES.
001420     03  FILLER                  PIC X(05) VALUE "PAGE ".
001430     03  SH1-PAGE                PIC ZZ9.
001440 01  SUMMARY-HEADING-2.
001450     03  FILLER                  PIC X(10) VALUE "CLOSED".
001460     03  FILLER                  PIC X(25)
001470         VALUE "        BRANCH 01".
001480     03  FILLER                  PIC X(25)
001490         VALUE "        BRANCH 02".
001500     03  FILLER                  PIC X(25)
001510         VALUE "        BRANCH 03".
001520     03  FILLER                  PIC X(25)
001530         VALUE "       ALL BRANCHES".
001540     03  FILLER                  PIC X(22) VALUE SPACES.
001550 01  SUMMARY-HEADING-3.
001560     03  FILLER                  PIC X(10) VALUE "PERIOD".
001570     03  SH3-COLUMNS             OCCURS 4 TIMES.
001580         05  FILLER              PIC X(07) VALUE " COUNT ".
001590         05  FILLER              PIC X(18)
001600             VALUE "            NET   ".
001610     03  FILLER                  PIC X(22) VALUE SPACES.
001620 01  SUMMARY-PERIOD-LINE.
001630     03  SP-PERIOD               PIC 9999/99.
001640     03  SP-TOTAL-TEXT           REDEFINES SP-PERIOD
001650                                 PIC X(07).
001660     03  FILLER                  PIC X(03) VALUE SPACES.
001670     03  SP-SLOT                 OCCURS 4 TIMES.
001680         05  SP-COUNT            PIC ZZ,ZZ9.
001690         05  FILLER              PIC X(01).
001700         05  SP-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
001710         05  FILLER              PIC X(03).
001720     03  FILLER                  PIC X(22) VALUE SPACES.
001730 01  SUMMARY-TOTAL-LINE.
001740     03  ST-TOTAL-TEXT           PIC X(24).
001750     03  ST-TOTAL-COUNT          PIC ZZZ,ZZ9.
001760     03  FILLER                  PIC X(101) VALUE SPACES.
001770 PROCEDURE DIVISION.
001780******************************************************************
001790*    0000-MAINLINE -- RUN CONTROL.                               *
001800******************************************************************
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001830     PERFORM 2000-LOAD-ADJUSTMENT THRU 2000-EXIT
001840         UNTIL AT-END-OF-ADJUSTS
001850     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001860     PERFORM 8000-TERMINATE THRU 8000-EXIT
001870     STOP RUN.
001880******************************************************************
001890*    1000-INITIALIZE -- OPEN FILES AND SET THE REPORT MONTH      *
001900*    FROM THE CONTROL CARD, DEFAULTING TO THE LAST CLOSED MONTH  *
001910*    AS THE BUSINESS-DATE CONTROL RECORD SHOWS IT.               *
001920******************************************************************
001930 1000-INITIALIZE.
001940     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
001950     PERFORM 9500-LOG-STEP-START THRU 9500-EXIT
001960     OPEN INPUT  PRIOR-PERIOD-FILE
001970          INPUT  CONTROL-CARD-FILE
001980          OUTPUT SUMMARY-REPORT
001990     IF PRIOR-PERIOD-STATUS NOT = "00"
002000         DISPLAY "SALADJSM: OPEN FAILED, PRIORADJ STATUS "
002010                 PRIOR-PERIOD-STATUS UPON CONSL
002020         GO TO 9999-ABORT-RUN
002030     END-IF
002040     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
002050     READ CONTROL-CARD-FILE
002060         AT END
002070             MOVE "Y" TO AT-END-OF-CARDS-FLAG
002080     END-READ
002090     IF NOT AT-END-OF-CARDS
002100      AND CARD-REPORT-PERIOD NUMERIC
002110         MOVE CARD-REPORT-PERIOD TO REPORT-PERIOD-X
002120     END-IF
002130     CLOSE CONTROL-CARD-FILE
002140     INITIALIZE GRAND-TOTAL-AREA.
002150 1000-EXIT.
002160     EXIT.
002170******************************************************************
002180*    1050-READ-BUSINESS-DATE -- DEFAULT REPORT MONTH.  ON THE    *
002190*    LAST BUSINESS DAY OF THE MONTH THE CLOSE HAS RUN AHEAD OF   *
002200*    THIS STEP, SO THE BUSINESS PERIOD ITSELF IS CLOSED;         *
002210*    OTHERWISE THE LATEST CLOSE IS THE MONTH BEFORE IT.          *
002220******************************************************************
002230 1050-READ-BUSINESS-DATE.
002240     OPEN INPUT BUSINESS-DATE-FILE
002250     IF BUSINESS-DATE-STATUS NOT = "00"
002260         DISPLAY "SALADJSM: OPEN FAILED, BUSDATE STATUS "
002270                 BUSINESS-DATE-STATUS UPON CONSL
002280         GO TO 9999-ABORT-RUN
002290     END-IF
002300     READ BUSINESS-DATE-FILE
002310         AT END
002320             DISPLAY "SALADJSM: NO BUSINESS-DATE RECORD (BUSDATE)"
002330                 UPON CONSL
002340             GO TO 9999-ABORT-RUN
002350     END-READ
002360     MOVE BUS-PERIOD TO REPORT-PERIOD
002370     IF NOT BUS-LAST-DAY-OF-MONTH
002380         IF REPORT-PERIOD-MM = 01
002390             SUBTRACT 1 FROM REPORT-PERIOD-YYYY
002400             MOVE 12 TO REPORT-PERIOD-MM
002410         ELSE
002420             SUBTRACT 1 FROM REPORT-PERIOD-MM
002430         END-IF
002440     END-IF
002450     CLOSE BUSINESS-DATE-FILE.
002460 1050-EXIT.
002470     EXIT.
002480******************************************************************
002490*    2000-LOAD-ADJUSTMENT -- ONE ADJUSTMENT INTO ITS CLOSED      *
002500*    PERIOD'S BRANCH SLOT AND THE ALL-BRANCHES SLOT.  A RECORD   *
002510*    POSTED OUTSIDE THE REPORT MONTH IS COUNTED AND DROPPED;     *
002520*    ONE WITH AN UNREADABLE PERIOD OR AMOUNT IS COUNTED AS       *
002530*    INVALID AND DROPPED.                                        *
002540******************************************************************
002550 2000-LOAD-ADJUSTMENT.
002560     READ PRIOR-PERIOD-FILE
002570         AT END
002580             MOVE "Y" TO AT-END-OF-ADJUSTS-FLAG
002590             GO TO 2000-EXIT
002600     END-READ
002610     ADD 1 TO RECORDS-READ-COUNT
002620     IF PADJ-POSTING-DATE NOT NUMERIC
002630      OR PADJ-ORIGINAL-PERIOD NOT NUMERIC
002640      OR PADJ-NET-AMOUNT NOT NUMERIC
002650         ADD 1 TO RECORDS-INVALID-COUNT
002660         GO TO 2000-EXIT
002670     END-IF
002680     MOVE PADJ-POSTING-DATE TO POSTING-DATE-WORK
002690     COMPUTE POSTING-PERIOD = POSTING-YYYY * 100 + POSTING-MM
002700     IF POSTING-PERIOD NOT = REPORT-PERIOD
002710         ADD 1 TO RECORDS-OUTSIDE-COUNT
002720         GO TO 2000-EXIT
002730     END-IF
002740     PERFORM 2100-FIND-PERIOD THRU 2100-EXIT
002750     EVALUATE PADJ-BRANCH-CODE
002760         WHEN "01"
002770             MOVE 1 TO BRANCH-SUB
002780         WHEN "02"
002790             MOVE 2 TO BRANCH-SUB
002800         WHEN "03"
002810             MOVE 3 TO BRANCH-SUB
002820         WHEN OTHER
002830             MOVE ZERO TO BRANCH-SUB
002840     END-EVALUATE
002850     IF BRANCH-SUB = ZERO
002860         ADD 1 TO OTHER-BRANCH-COUNT
002870     ELSE
002880         ADD 1 TO AP-COUNT (PERIOD-IDX, BRANCH-SUB)
002890         ADD PADJ-NET-AMOUNT
002900             TO AP-AMOUNT (PERIOD-IDX, BRANCH-SUB)
002910         ADD 1 TO GT-COUNT (BRANCH-SUB)
002920         ADD PADJ-NET-AMOUNT TO GT-AMOUNT (BRANCH-SUB)
002930     END-IF
002940     ADD 1 TO AP-COUNT (PERIOD-IDX, 4)
002950     ADD PADJ-NET-AMOUNT TO AP-AMOUNT (PERIOD-IDX, 4)
002960     ADD 1 TO GT-COUNT (4)
002970     ADD PADJ-NET-AMOUNT TO GT-AMOUNT (4)
002980     ADD 1 TO RECORDS-SUMMARIZED-COUNT.
002990 2000-EXIT.
003000     EXIT.
003010******************************************************************
003020*    2100-FIND-PERIOD -- LOCATE THE CLOSED PERIOD'S ENTRY,       *
003030*    ADDING IT ON FIRST SIGHT.                                   *
003040******************************************************************
003050 2100-FIND-PERIOD.
003060     MOVE "N" TO PERIOD-FOUND-FLAG
003070     SET PERIOD-IDX TO 1
003080     SEARCH ADJUST-PERIOD-ENTRY
003090         AT END
003100             CONTINUE
003110         WHEN PERIOD-IDX > ADJUST-PERIOD-COUNT
003120             CONTINUE
003130         WHEN AP-PERIOD (PERIOD-IDX) = PADJ-ORIGINAL-PERIOD
003140             MOVE "Y" TO PERIOD-FOUND-FLAG
003150     END-SEARCH
003160     IF PERIOD-FOUND
003170         GO TO 2100-EXIT
003180     END-IF
003190     IF ADJUST-PERIOD-COUNT >= ADJUST-PERIOD-MAX
003200         DISPLAY "SALADJSM: PERIOD TABLE FULL AT "
003210                 ADJUST-PERIOD-MAX " PERIODS" UPON CONSL
003220         GO TO 9999-ABORT-RUN
003230     END-IF
003240     ADD 1 TO ADJUST-PERIOD-COUNT
003250     SET PERIOD-IDX TO ADJUST-PERIOD-COUNT
003260     INITIALIZE ADJUST-PERIOD-ENTRY (PERIOD-IDX)
003270     MOVE PADJ-ORIGINAL-PERIOD TO AP-PERIOD (PERIOD-IDX).
003280 2100-EXIT.
003290     EXIT.
003300******************************************************************
003310*    4000-PRINT-SUMMARY -- ONE LINE PER CLOSED PERIOD, OLDEST    *
003320*    FIRST, THEN THE MONTH'S TOTALS.                             *
003330******************************************************************
003340 4000-PRINT-SUMMARY.
003350     PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
003360     IF ADJUST-PERIOD-COUNT = ZERO
003370         MOVE "NO PRIOR-PERIOD ADJUSTMENTS POSTED IN THE MONTH"
003380             TO SUMMARY-PRINT-LINE
003390         WRITE SUMMARY-PRINT-LINE AFTER ADVANCING 2 LINES
003400     ELSE
003410         PERFORM 4100-BUILD-PERIOD-ORDER THRU 4100-EXIT
003420         PERFORM 4200-PRINT-ONE-PERIOD THRU 4200-EXIT
003430             VARYING SORT-I FROM 1 BY 1
003440             UNTIL SORT-I > ADJUST-PERIOD-COUNT
003450         MOVE SPACES TO SUMMARY-PERIOD-LINE
003460         MOVE "TOTAL"  TO SP-TOTAL-TEXT
003470         PERFORM 4300-FORMAT-TOTAL-SLOT THRU 4300-EXIT
003480             VARYING BRANCH-SUB FROM 1 BY 1
003490             UNTIL BRANCH-SUB > 4
003500         WRITE SUMMARY-PRINT-LINE FROM SUMMARY-PERIOD-LINE
003510             AFTER ADVANCING 2 LINES
003520     END-IF
003530     MOVE SPACES TO SUMMARY-PRINT-LINE
003540     WRITE SUMMARY-PRINT-LINE AFTER ADVANCING 1 LINE
003550     MOVE "ADJUSTMENTS READ      : " TO ST-TOTAL-TEXT
003560     MOVE RECORDS-READ-COUNT         TO ST-TOTAL-COUNT
003570     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT
003580     MOVE "SUMMARIZED            : " TO ST-TOTAL-TEXT
003590     MOVE RECORDS-SUMMARIZED-COUNT   TO ST-TOTAL-COUNT
003600     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT
003610     MOVE "POSTED IN OTHER MONTHS: " TO ST-TOTAL-TEXT
003620     MOVE RECORDS-OUTSIDE-COUNT      TO ST-TOTAL-COUNT
003630     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT
003640     MOVE "INVALID RECORDS       : " TO ST-TOTAL-TEXT
003650     MOVE RECORDS-INVALID-COUNT      TO ST-TOTAL-COUNT
003660     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT
003670     MOVE "UNKNOWN BRANCH CODE   : " TO ST-TOTAL-TEXT
003680     MOVE OTHER-BRANCH-COUNT         TO ST-TOTAL-COUNT
003690     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT
003700     MOVE "CLOSED PERIODS        : " TO ST-TOTAL-TEXT
003710     MOVE ADJUST-PERIOD-COUNT        TO ST-TOTAL-COUNT
003720     PERFORM 4500-WRITE-TOTAL-LINE THRU 4500-EXIT.
003730 4000-EXIT.
003740     EXIT.
003750******************************************************************
003760*    4100-BUILD-PERIOD-ORDER -- SELECTION SORT OF THE PERIOD     *
003770*    SUBSCRIPTS, OLDEST PERIOD FIRST.                            *
003780******************************************************************
003790 4100-BUILD-PERIOD-ORDER.
003800     PERFORM 4110-SEED-ORDER-ENTRY THRU 4110-EXIT
003810         VARYING SORT-I FROM 1 BY 1
003820         UNTIL SORT-I > ADJUST-PERIOD-COUNT
003830     PERFORM 4120-SORT-PASS THRU 4120-EXIT
003840         VARYING SORT-I FROM 1 BY 1
003850         UNTIL SORT-I >= ADJUST-PERIOD-COUNT.
003860 4100-EXIT.
003870     EXIT.
003880 4110-SEED-ORDER-ENTRY.
003890     MOVE SORT-I TO ORDER-ENTRY (SORT-I).
003900 4110-EXIT.
003910     EXIT.
003920 4120-SORT-PASS.
003930     COMPUTE SORT-J = SORT-I + 1
003940     PERFORM 4130-COMPARE-SWAP THRU 4130-EXIT
003950         VARYING SORT-J FROM SORT-J BY 1
003960         UNTIL SORT-J > ADJUST-PERIOD-COUNT.
003970 4120-EXIT.
003980     EXIT.
003990 4130-COMPARE-SWAP.
004000     IF AP-PERIOD (ORDER-ENTRY (SORT-J))
004010         < AP-PERIOD (ORDER-ENTRY (SORT-I))
004020         MOVE ORDER-ENTRY (SORT-I) TO SORT-HOLD
004030         MOVE ORDER-ENTRY (SORT-J) TO ORDER-ENTRY (SORT-I)
004040         MOVE SORT-HOLD            TO ORDER-ENTRY (SORT-J)
004050     END-IF.
004060 4130-EXIT.
004070     EXIT.
004080 4200-PRINT-ONE-PERIOD.
004090     MOVE SPACES TO SUMMARY-PERIOD-LINE
004100     SET PERIOD-IDX TO ORDER-ENTRY (SORT-I)
004110     MOVE AP-PERIOD (PERIOD-IDX) TO SP-PERIOD
004120     PERFORM 4250-FORMAT-PERIOD-SLOT THRU 4250-EXIT
004130         VARYING BRANCH-SUB FROM 1 BY 1
004140         UNTIL BRANCH-SUB > 4
004150     WRITE SUMMARY-PRINT-LINE FROM SUMMARY-PERIOD-LINE
004160         AFTER ADVANCING 1 LINE.
004170 4200-EXIT.
004180     EXIT.
004190 4250-FORMAT-PERIOD-SLOT.
004200     MOVE AP-COUNT (PERIOD-IDX, BRANCH-SUB)
004210         TO SP-COUNT (BRANCH-SUB)
004220     MOVE AP-AMOUNT (PERIOD-IDX, BRANCH-SUB)
004230         TO SP-AMOUNT (BRANCH-SUB).
004240 4250-EXIT.
004250     EXIT.
004260 4300-FORMAT-TOTAL-SLOT.
004270     MOVE GT-COUNT (BRANCH-SUB)  TO SP-COUNT (BRANCH-SUB)
004280     MOVE GT-AMOUNT (BRANCH-SUB) TO SP-AMOUNT (BRANCH-SUB).
004290 4300-EXIT.
004300     EXIT.
004310 4500-WRITE-TOTAL-LINE.
004320     WRITE SUMMARY-PRINT-LINE FROM SUMMARY-TOTAL-LINE
004330         AFTER ADVANCING 1 LINE.
004340 4500-EXIT.
004350     EXIT.
004360******************************************************************
004370*    7500-PAGE-HEADING.                                          *
004380******************************************************************
004390 7500-PAGE-HEADING.
004400     ADD 1 TO SUMMARY-PAGE-COUNT
004410     MOVE REPORT-PERIOD        TO SH1-PERIOD
004420     MOVE RUN-TIMESTAMP (1:16) TO SH1-TIMESTAMP
004430     MOVE SUMMARY-PAGE-COUNT   TO SH1-PAGE
004440     WRITE SUMMARY-PRINT-LINE FROM SUMMARY-HEADING-1
004450         AFTER ADVANCING PAGE
004460     WRITE SUMMARY-PRINT-LINE FROM SUMMARY-HEADING-2
004470         AFTER ADVANCING 2 LINES
004480     WRITE SUMMARY-PRINT-LINE FROM SUMMARY-HEADING-3
004490         AFTER ADVANCING 1 LINE
004500     MOVE SPACES TO SUMMARY-PRINT-LINE
004510     WRITE SUMMARY-PRINT-LINE AFTER ADVANCING 1 LINE.
004520 7500-EXIT.
004530     EXIT.
004540******************************************************************
004550*    8000-TERMINATE -- CLOSE FILES.                              *
004560******************************************************************
004570 8000-TERMINATE.
004580     CLOSE PRIOR-PERIOD-FILE SUMMARY-REPORT
004590     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
004600     DISPLAY "SALADJSM: " RECORDS-SUMMARIZED-COUNT
004610             " ADJUSTMENTS IN " ADJUST-PERIOD-COUNT
004620             " CLOSED PERIODS (" RECORDS-OUTSIDE-COUNT
004630             " OUTSIDE MONTH)" UPON CONSL.
004640 8000-EXIT.
004650     EXIT.
004660******************************************************************
004670*    9500/9600 -- STEP START AND STEP END EVENTS TO THE SHARED   *
004680*    RUN-EVENT FILE (RUNEVNT) READ BY THE END-OF-NIGHT           *
004690*    VERIFIER (RUNVRFY).                                         *
004700******************************************************************
004710 9500-LOG-STEP-START.
004720     OPEN EXTEND RUN-EVENT-FILE
004730     MOVE SPACES                TO RUN-EVENT-RECORD
004740     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
004750     MOVE "SALADJSM"            TO EVENT-STEP-NAME
004760     MOVE "S"                   TO EVENT-TYPE-CODE
004770     MOVE ZERO                  TO EVENT-RETURN-CODE
004780     MOVE ZERO                  TO EVENT-READ-COUNT
004790     MOVE ZERO                  TO EVENT-OUT-COUNT
004800     MOVE ZERO                  TO EVENT-REJECT-COUNT
004810     WRITE RUN-EVENT-RECORD.
004820 9500-EXIT.
004830     EXIT.
004840 9600-LOG-STEP-END.
004850     MOVE SPACES                TO RUN-EVENT-RECORD
004860     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
004870     MOVE "SALADJSM"            TO EVENT-STEP-NAME
004880     MOVE "E"                   TO EVENT-TYPE-CODE
004890     MOVE RETURN-CODE           TO EVENT-RETURN-CODE
004900     MOVE RECORDS-READ-COUNT    TO EVENT-READ-COUNT
004910     MOVE RECORDS-SUMMARIZED-COUNT TO EVENT-OUT-COUNT
004920     MOVE RECORDS-INVALID-COUNT TO EVENT-REJECT-COUNT
004930     WRITE RUN-EVENT-RECORD
004940     CLOSE RUN-EVENT-FILE.
004950 9600-EXIT.
004960     EXIT.
004970******************************************************************
004980*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
004990******************************************************************
005000 9999-ABORT-RUN.
005010     DISPLAY "SALADJSM: RUN ABORTED" UPON CONSL
005020     MOVE 16 TO RETURN-CODE
005030     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
005040     STOP RUN.
