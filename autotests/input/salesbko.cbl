000010******************************************************************
000020*    SALESBKO -- BACK OUT ONE NIGHT'S SALESDLY POSTING.          *
000030*                                                                *
000040*    KEYED ON THE RUN DATE OF THE POSTING TO BE REVERSED (THE    *
000050*    SALES_DETAIL POSTING_DATE) AND OPTIONALLY ONE BRANCH,       *
000060*    FROM THE BKOCRD CONTROL CARD.  READS EVERY SALES_DETAIL     *
000070*    ROW THE DAILY RUN POSTED THAT NIGHT, REVERSES THE NETTED    *
000080*    AMOUNTS OUT OF THE SELLER TOTALS MASTER (TOTMST MONTH       *
000090*    BUCKET), DELETES THE ROWS, AND CUTS A REVERSAL CSV          *
000100*    (BKOCSV) WITH ITS OWN MANIFEST (BKOMANI, CSVMANI LAYOUT)    *
000110*    SO THE REGIONAL OFFICE CAN BACK THE DAY OUT TOO.  THE       *
000120*    BACKOUT REGISTER (BKOPRINT) LISTS EVERY ROW REVERSED AND    *
000130*    ENDS WITH COUNTS AND BRANCH LINES THAT TIE TO THE           *
000140*    ORIGINAL SALESDLY RUN CONTROL REPORT (RUNCTL).  A DATE      *
000150*    INSIDE A PERIOD CLOSECTL SHOWS CLOSED, OR A DATE WITH       *
000160*    NOTHING POSTED, IS REFUSED WITH RETURN CODE 8 AND NOTHING   *
000170*    IS TOUCHED.                                                 *
000180*    ROWS FOR SALES DATED IN A CLOSED MONTH WERE PRIOR-PERIOD    *
000190*    ADJUSTMENTS WHEN POSTED; THEIR REVERSALS GO TO BKOPADJ IN   *
000200*    THE PRIORADJ LAYOUT FOR THE MONTH-END SUMMARY (SALADJSM).   *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    SALESBKO.
000240 AUTHOR.        R. T. CALDWELL.
000250 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000260 DATE-WRITTEN.  10/15/26.
000270 DATE-COMPILED.
000280******************************************************************
000290*                     MODIFICATION HISTORY                       *
000300*  DATE      INIT  DESCRIPTION                                   *
000310*  --------  ----  ---------------------------------------------*
000320*  10/15/26  RTC   INITIAL VERSION                               *
000330*  10/15/26  RTC   REVERSE PRIOR-PERIOD ADJUSTMENTS TO BKOPADJ   *
000340*  10/15/26  RTC   CHECK SELLERS ON TOTMST BEFORE ANY OUTPUT IS  *
000350*                  WRITTEN; EXTRACT IN A SECOND CURSOR PASS      *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  GNULINUX.
000400 OBJECT-COMPUTER.  HERCULES.
000410 SPECIAL-NAMES.
000420     CONSOLE IS CONSL.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BACKOUT-CARD-FILE
000460         ASSIGN TO BKOCRD
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS BACKOUT-CARD-STATUS.
000490     SELECT OPTIONAL CLOSE-CONTROL-FILE
000500         ASSIGN TO CLOSECTL
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS CLOSE-CONTROL-STATUS.
000530     SELECT SELLER-TOTALS
000540         ASSIGN TO TOTMST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS SELLER-TOTALS-NAME
000580         FILE STATUS IS SELLER-TOTALS-STATUS.
000590     SELECT CSV-EXTRACT
000600         ASSIGN TO BKOCSV
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CSV-EXTRACT-STATUS.
000630     SELECT MANIFEST-FILE
000640         ASSIGN TO BKOMANI
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS MANIFEST-FILE-STATUS.
000670     SELECT BACKOUT-REGISTER
000680         ASSIGN TO BKOPRINT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS BACKOUT-REGISTER-STATUS.
000710     SELECT RUN-EVENT-FILE
000720         ASSIGN TO RUNEVNT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS RUN-EVENT-STATUS.
000750     SELECT PRIOR-PERIOD-FILE
000760         ASSIGN TO BKOPADJ
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS PRIOR-PERIOD-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810*    RUN DATE OF THE POSTING TO BACK OUT (MMDDYYYY, AS ON THE
000820*    RUN CONTROL REPORT AND MANIFEST) AND AN OPTIONAL BRANCH;
000830*    A BLANK BRANCH BACKS OUT EVERY BRANCH POSTED THAT NIGHT.
000840 FD  BACKOUT-CARD-FILE.
000850 01  BACKOUT-CARD-RECORD.
000860     03  CARD-RUN-DATE           PIC X(08).
000870     03  CARD-RUN-DATE-NUM       REDEFINES CARD-RUN-DATE
000880                                 PIC 9(08).
000890     03  CARD-BRANCH-CODE        PIC X(02).
000900     03  FILLER                  PIC X(70).
000910 FD  CLOSE-CONTROL-FILE.
000920     COPY CLOSECTL.
000930 FD  SELLER-TOTALS.
000940     COPY SELLTOT.
000950 FD  CSV-EXTRACT.
000960 01  CSV-EXTRACT-RECORD          PIC X(80).
000970 FD  MANIFEST-FILE.
000980     COPY CSVMANI.
000990 FD  BACKOUT-REGISTER.
001000 01  BACKOUT-PRINT-LINE          PIC X(132).
001010 FD  RUN-EVENT-FILE.
001020     COPY RUNEVENT.
001030 FD  PRIOR-PERIOD-FILE.
001040     COPY PRIORADJ.
001050 WORKING-STORAGE SECTION.
001060 77  RUN-EVENT-STATUS            PIC X(02) VALUE SPACES.
001070 77  BACKOUT-CARD-STATUS         PIC X(02) VALUE SPACES.
001080 77  CLOSE-CONTROL-STATUS        PIC X(02) VALUE SPACES.
001090 77  SELLER-TOTALS-STATUS        PIC X(02) VALUE SPACES.
001100 77  CSV-EXTRACT-STATUS          PIC X(02) VALUE SPACES.
001110 77  MANIFEST-FILE-STATUS        PIC X(02) VALUE SPACES.
001120 77  BACKOUT-REGISTER-STATUS     PIC X(02) VALUE SPACES.
001130 77  PRIOR-PERIOD-STATUS         PIC X(02) VALUE SPACES.
001140 77  CLOSED-THROUGH-PERIOD       PIC 9(06) VALUE ZERO.
001150 77  SALES-PERIOD                PIC 9(06) VALUE ZERO.
001160 77  PRIOR-PERIOD-COUNT          PIC 9(07) COMP VALUE ZERO.
001170 77  PRIOR-PERIOD-AMOUNT         PIC S9(11)V99 VALUE ZERO.
001180 77  AT-END-OF-CURSOR-FLAG       PIC X(01) VALUE "N".
001190     88  AT-END-OF-CURSOR                  VALUE "Y".
001200 77  SELLER-FOUND-FLAG           PIC X(01) VALUE "N".
001210     88  SELLER-FOUND                      VALUE "Y".
001220 77  OUT-OF-BALANCE-FLAG         PIC X(01) VALUE "N".
001230     88  BACKOUT-OUT-OF-BALANCE            VALUE "Y".
001240 77  ROWS-FETCHED-COUNT          PIC 9(07) COMP VALUE ZERO.
001250 77  ROWS-DELETED-COUNT          PIC 9(07) COMP VALUE ZERO.
001260 77  ROWS-EXTRACTED-COUNT        PIC 9(07) COMP VALUE ZERO.
001270 77  CSV-LINES-COUNT             PIC 9(07) COMP VALUE ZERO.
001280 77  SELLERS-REVERSED-COUNT      PIC 9(05) COMP VALUE ZERO.
001290 77  SELLERS-MISSING-COUNT       PIC 9(05) COMP VALUE ZERO.
001300 77  POSTED-NET-TOTAL            PIC S9(11)V99 VALUE ZERO.
001310 77  TOTALS-REVERSED-TOTAL       PIC S9(11)V99 VALUE ZERO.
001320 77  MANIFEST-HASH-AMOUNT        PIC S9(11)V99 VALUE ZERO.
001330 77  REVERSAL-AMOUNT             PIC S9(07)V99 VALUE ZERO.
001340 77  CSV-SALES-AMOUNT-EDITED     PIC Z,ZZZ,ZZ9.99-.
001350 77  CSV-SALES-DATE              PIC X(08) VALUE SPACES.
001360 77  BACKOUT-PERIOD              PIC 9(06) VALUE ZERO.
001370 77  BRANCH-SUB                  PIC 9(01) COMP VALUE ZERO.
001380 77  REGISTER-LINE-COUNT         PIC 9(03) COMP VALUE 99.
001390 77  REGISTER-PAGE-COUNT         PIC 9(03) COMP VALUE ZERO.
001400 77  REGISTER-PAGE-LIMIT         PIC 9(03) COMP VALUE 55.
001410 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001420 77  HELD-PRINT-LINE             PIC X(132) VALUE SPACES.
001430 01  BACKOUT-RUN-DATE            PIC 9(08) VALUE ZERO.
001440 01  BACKOUT-RUN-DATE-X          REDEFINES BACKOUT-RUN-DATE.
001450     03  BACKOUT-RUN-MM          PIC 9(02).
001460     03  BACKOUT-RUN-DD          PIC 9(02).
001470     03  BACKOUT-RUN-YYYY        PIC 9(04).
001480*    HOST VARIABLES FOR THE SALES_DETAIL BACKOUT CURSOR AND
001490*    DELETE.  THE BRANCH RANGE IS ONE BRANCH WHEN THE CARD
001500*    NAMES ONE, OTHERWISE EVERY BRANCH CODE.
001510 01  BACKOUT-HOST-VARS.
001520     03  HV-POSTING-DATE         PIC X(10).
001530     03  HV-BRANCH-LOW           PIC X(02).
001540     03  HV-BRANCH-HIGH          PIC X(02).
001550     03  HV-SALES-KEY            PIC X(10).
001560     03  HV-SALES-DATE           PIC X(10).
001570     03  HV-SELLER-NAME          PIC X(30).
001580     03  HV-SALES-AMOUNT         PIC S9(07)V99 COMP-3.
001590     03  HV-TRAN-TYPE            PIC X(01).
001600     03  HV-BRANCH-CODE          PIC X(02).
001610     EXEC SQL INCLUDE SQLCA END-EXEC.
001620     EXEC SQL
001630         DECLARE BACKOUT-CSR CURSOR FOR
001640             SELECT SALES_KEY, SALES_DATE, SELLER_NAME,
001650                    SALES_AMOUNT, TRAN_TYPE, BRANCH_CODE
001660               FROM SALES_DETAIL
001670              WHERE POSTING_DATE = :HV-POSTING-DATE
001680                AND BRANCH_CODE >= :HV-BRANCH-LOW
001690                AND BRANCH_CODE <= :HV-BRANCH-HIGH
001700              ORDER BY BRANCH_CODE, SALES_KEY
001710     END-EXEC.
001720*    PER-BRANCH BACKOUT SUBTOTALS, IN THE SAME FORM AS THE
001730*    BRANCH LINES ON THE SALESDLY RUN CONTROL REPORT.
001740 01  BRANCH-TOTALS-TABLE.
001750     03  BRANCH-ENTRY OCCURS 3 TIMES.
001760         05  BT-BRANCH-CODE      PIC X(02).
001770         05  BT-BACKED-OUT-COUNT PIC 9(07) COMP.
001780         05  BT-NET-AMOUNT       PIC S9(11)V99.
001790*    NET POSTED PER SELLER, GATHERED FROM THE CURSOR BEFORE
001800*    ANYTHING IS CHANGED.  EVERY SELLER IS LOOKED UP ON TOTMST
001810*    AS IT IS FILED; A FULL TABLE ABORTS THE RUN SO NO SELLER
001820*    IS LEFT HALF REVERSED.
001830 01  SELLER-REVERSAL-TABLE.
001840     03  SELLER-REVERSAL-COUNT   PIC 9(04) COMP VALUE ZERO.
001850     03  SELLER-REVERSAL-MAX     PIC 9(04) COMP VALUE 1000.
001860     03  SELLER-REVERSAL-ENTRY OCCURS 1000 TIMES
001870             INDEXED BY SELLER-IDX.
001880         05  SR-SELLER-NAME      PIC X(30).
001890         05  SR-ROW-COUNT        PIC 9(05) COMP.
001900         05  SR-NET-AMOUNT       PIC S9(11)V99.
001910         05  SR-ON-TOTMST-FLAG   PIC X(01).
001920*    WORKING COPY OF THE SELLER TOTALS RECORD -- THE RECORD
001930*    AREA IS NOT AVAILABLE AFTER A SUCCESSFUL I-O.
001940 01  TOTALS-WORK-RECORD.
001950     03  TOT-WORK-NAME           PIC X(30).
001960     03  TOT-WORK-MTD            PIC S9(09)V99.
001970     03  TOT-WORK-YTD            PIC S9(09)V99.
001980     03  TOT-WORK-LAST-POSTED    PIC 9(08).
001990     03  FILLER                  PIC X(10).
002000 01  BACKOUT-HEADING-1.
002010     03  FILLER                  PIC X(36)
002020         VALUE "SALESDLY POSTING BACKOUT REGISTER".
002030     03  FILLER                  PIC X(08) VALUE SPACES.
002040     03  FILLER                  PIC X(04) VALUE "RUN ".
002050     03  BH1-TIMESTAMP           PIC X(16) VALUE SPACES.
002060     03  FILLER                  PIC X(60) VALUE SPACES.
002070     03  FILLER                  PIC X(05) VALUE "PAGE ".
002080     03  BH1-PAGE                PIC ZZ9.
002090 01  BACKOUT-HEADING-2.
002100     03  FILLER                  PIC X(22)
002110         VALUE "POSTING RUN DATE     ".
002120     03  BH2-RUN-DATE            PIC 99/99/9999.
002130     03  FILLER                  PIC X(12)
002140         VALUE "    BRANCH ".
002150     03  BH2-BRANCH              PIC X(03).
002160     03  FILLER                  PIC X(85) VALUE SPACES.
002170 01  BACKOUT-HEADING-3.
002180     03  FILLER                  PIC X(12) VALUE "SALES KEY".
002190     03  FILLER                  PIC X(12) VALUE "SALES DATE".
002200     03  FILLER                  PIC X(32) VALUE "SELLER".
002210     03  FILLER                  PIC X(06) VALUE "TYPE".
002220     03  FILLER                  PIC X(06) VALUE "BR".
002230     03  FILLER                  PIC X(16)
002240         VALUE "      NET POSTED".
002250     03  FILLER                  PIC X(16)
002260         VALUE "        REVERSAL".
002270     03  FILLER                  PIC X(32) VALUE SPACES.
002280 01  BACKOUT-DETAIL-LINE.
002290     03  BD-SALES-KEY            PIC X(10).
002300     03  FILLER                  PIC X(02) VALUE SPACES.
002310     03  BD-SALES-DATE           PIC X(10).
002320     03  FILLER                  PIC X(02) VALUE SPACES.
002330     03  BD-SELLER-NAME          PIC X(30).
002340     03  FILLER                  PIC X(03) VALUE SPACES.
002350     03  BD-TRAN-TYPE            PIC X(01).
002360     03  FILLER                  PIC X(05) VALUE SPACES.
002370     03  BD-BRANCH-CODE          PIC X(02).
002380     03  FILLER                  PIC X(03) VALUE SPACES.
002390     03  BD-NET-POSTED           PIC ZZZ,ZZZ,ZZ9.99-.
002400     03  FILLER                  PIC X(01) VALUE SPACES.
002410     03  BD-REVERSAL             PIC ZZZ,ZZZ,ZZ9.99-.
002420     03  FILLER                  PIC X(33) VALUE SPACES.
002430 01  SELLER-HEADING.
002440     03  FILLER                  PIC X(32) VALUE "SELLER".
002450     03  FILLER                  PIC X(08) VALUE "    ROWS".
002460     03  FILLER                  PIC X(16)
002470         VALUE "      MTD BEFORE".
002480     03  FILLER                  PIC X(16)
002490         VALUE "        REVERSED".
002500     03  FILLER                  PIC X(16)
002510         VALUE "       MTD AFTER".
002520     03  FILLER                  PIC X(44) VALUE SPACES.
002530 01  SELLER-DETAIL-LINE.
002540     03  SD-SELLER-NAME          PIC X(30).
002550     03  FILLER                  PIC X(02) VALUE SPACES.
002560     03  SD-ROW-COUNT            PIC ZZ,ZZ9.
002570     03  FILLER                  PIC X(03) VALUE SPACES.
002580     03  SD-MTD-BEFORE           PIC ZZZ,ZZZ,ZZ9.99-.
002590     03  FILLER                  PIC X(01) VALUE SPACES.
002600     03  SD-REVERSED             PIC ZZZ,ZZZ,ZZ9.99-.
002610     03  FILLER                  PIC X(01) VALUE SPACES.
002620     03  SD-MTD-AFTER            PIC ZZZ,ZZZ,ZZ9.99-.
002630     03  FILLER                  PIC X(44) VALUE SPACES.
002640 01  BACKOUT-COUNT-LINE.
002650     03  BC-TEXT                 PIC X(24).
002660     03  BC-COUNT                PIC ZZZ,ZZ9.
002670     03  FILLER                  PIC X(101) VALUE SPACES.
002680 01  BACKOUT-AMOUNT-LINE.
002690     03  BA-TEXT                 PIC X(24).
002700     03  BA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
002710     03  FILLER                  PIC X(90) VALUE SPACES.
002720 01  BACKOUT-BRANCH-LINE.
002730     03  FILLER                  PIC X(07) VALUE "BRANCH ".
002740     03  BB-BRANCH-CODE          PIC X(02).
002750     03  FILLER                  PIC X(12)
002760         VALUE " BACKED OUT ".
002770     03  BB-BACKED-OUT           PIC ZZZ,ZZ9.
002780     03  FILLER                  PIC X(06) VALUE "  NET ".
002790     03  BB-NET-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
002800     03  FILLER                  PIC X(81) VALUE SPACES.
002810 01  BACKOUT-VERDICT-LINE.
002820     03  BV-TEXT                 PIC X(52).
002830     03  FILLER                  PIC X(80) VALUE SPACES.
002840 PROCEDURE DIVISION.
002850******************************************************************
002860*    0000-MAINLINE -- RUN CONTROL.  NOTHING IS CHANGED UNTIL     *
002870*    THE WHOLE POSTING HAS BEEN READ AND PROVED REVERSIBLE:      *
002880*    THE REGISTER DETAIL, REVERSAL CSV AND BKOPADJ ARE WRITTEN,  *
002890*    AND THE DELETE AND THE TOTMST REVERSAL RUN, ONLY AFTER 3000 *
002900*    HAS PASSED, AND THE DB2 WORK COMMITS ONLY AFTER TOTMST      *
002910*    IS DONE.  AN ABEND PART WAY THROUGH ROLLS DB2 BACK; TOTMST  *
002920*    IS RESTORED FROM THE PRE-RUN GENERATION AND THE BACKOUT     *
002930*    RERUN FROM THE TOP.                                         *
002940******************************************************************
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002970     PERFORM 2000-LOAD-POSTING THRU 2000-EXIT
002980     PERFORM 3000-CHECK-BACKOUT THRU 3000-EXIT
002990     PERFORM 3500-EXTRACT-POSTING THRU 3500-EXIT
003000     PERFORM 4000-DELETE-POSTING THRU 4000-EXIT
003010     PERFORM 5000-REVERSE-TOTALS THRU 5000-EXIT
003020     PERFORM 8000-TERMINATE THRU 8000-EXIT
003030     STOP RUN.
003040******************************************************************
003050*    1000-INITIALIZE -- READ THE CARD, CHECK THE PERIOD IS       *
003060*    STILL OPEN, OPEN FILES AND SET THE CURSOR KEYS.             *
003070******************************************************************
003080 1000-INITIALIZE.
003090     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
003100     PERFORM 9500-LOG-STEP-START THRU 9500-EXIT
003110     PERFORM 1100-READ-BACKOUT-CARD THRU 1100-EXIT
003120     PERFORM 1200-VERIFY-CLOSE-CONTROL THRU 1200-EXIT
003130     OPEN I-O    SELLER-TOTALS
003140     OPEN OUTPUT CSV-EXTRACT
003150          OUTPUT MANIFEST-FILE
003160          OUTPUT BACKOUT-REGISTER
003170          OUTPUT PRIOR-PERIOD-FILE
003180     IF SELLER-TOTALS-STATUS NOT = "00"
003190         DISPLAY "SALESBKO: OPEN FAILED, TOTMST STATUS "
003200                 SELLER-TOTALS-STATUS UPON CONSL
003210         GO TO 9999-ABORT-RUN
003220     END-IF
003230*    POSTING DATE IN THE ISO FORM SALESDLY STAMPS ON
003240*    SALES_DETAIL.
003250     MOVE SPACES             TO HV-POSTING-DATE
003260     MOVE BACKOUT-RUN-YYYY   TO HV-POSTING-DATE (1:4)
003270     MOVE "-"                TO HV-POSTING-DATE (5:1)
003280     MOVE BACKOUT-RUN-MM     TO HV-POSTING-DATE (6:2)
003290     MOVE "-"                TO HV-POSTING-DATE (8:1)
003300     MOVE BACKOUT-RUN-DD     TO HV-POSTING-DATE (9:2)
003310     IF CARD-BRANCH-CODE = SPACES
003320         MOVE "00" TO HV-BRANCH-LOW
003330         MOVE "99" TO HV-BRANCH-HIGH
003340         MOVE "ALL" TO BH2-BRANCH
003350     ELSE
003360         MOVE CARD-BRANCH-CODE TO HV-BRANCH-LOW
003370         MOVE CARD-BRANCH-CODE TO HV-BRANCH-HIGH
003380         MOVE CARD-BRANCH-CODE TO BH2-BRANCH
003390     END-IF
003400     MOVE BACKOUT-RUN-DATE TO BH2-RUN-DATE
003410     PERFORM 1150-INIT-BRANCH-TOTALS THRU 1150-EXIT
003420     PERFORM 6500-PAGE-HEADING THRU 6500-EXIT
003430     WRITE BACKOUT-PRINT-LINE FROM BACKOUT-HEADING-3
003440         AFTER ADVANCING 1 LINE
003450     MOVE SPACES TO BACKOUT-PRINT-LINE
003460     WRITE BACKOUT-PRINT-LINE AFTER ADVANCING 1 LINE
003470     ADD 2 TO REGISTER-LINE-COUNT.
003480 1000-EXIT.
003490     EXIT.
003500******************************************************************
003510*    1100-READ-BACKOUT-CARD -- THE RUN DATE TO BACK OUT AND      *
003520*    THE OPTIONAL BRANCH; NO CARD, NO BACKOUT.                   *
003530******************************************************************
003540 1100-READ-BACKOUT-CARD.
003550     OPEN INPUT BACKOUT-CARD-FILE
003560     IF BACKOUT-CARD-STATUS NOT = "00"
003570         DISPLAY "SALESBKO: BACKOUT CARD (BKOCRD) MISSING"
003580             UPON CONSL
003590         GO TO 9999-ABORT-RUN
003600     END-IF
003610     READ BACKOUT-CARD-FILE
003620         AT END
003630             DISPLAY "SALESBKO: BACKOUT CARD (BKOCRD) EMPTY"
003640                 UPON CONSL
003650             GO TO 9999-ABORT-RUN
003660     END-READ
003670     CLOSE BACKOUT-CARD-FILE
003680     IF CARD-RUN-DATE NOT NUMERIC
003690         DISPLAY "SALESBKO: INVALID RUN DATE " CARD-RUN-DATE
003700             UPON CONSL
003710         GO TO 9999-ABORT-RUN
003720     END-IF
003730     MOVE CARD-RUN-DATE-NUM TO BACKOUT-RUN-DATE
003740     IF BACKOUT-RUN-MM < 01 OR BACKOUT-RUN-MM > 12
003750      OR BACKOUT-RUN-DD < 01 OR BACKOUT-RUN-DD > 31
003760         DISPLAY "SALESBKO: INVALID RUN DATE " CARD-RUN-DATE
003770             UPON CONSL
003780         GO TO 9999-ABORT-RUN
003790     END-IF
003800     IF CARD-BRANCH-CODE NOT = SPACES
003810      AND CARD-BRANCH-CODE NOT = "01"
003820      AND CARD-BRANCH-CODE NOT = "02"
003830      AND CARD-BRANCH-CODE NOT = "03"
003840         DISPLAY "SALESBKO: INVALID BRANCH " CARD-BRANCH-CODE
003850             UPON CONSL
003860         GO TO 9999-ABORT-RUN
003870     END-IF
003880     COMPUTE BACKOUT-PERIOD
003890         = BACKOUT-RUN-YYYY * 100 + BACKOUT-RUN-MM.
003900 1100-EXIT.
003910     EXIT.
003920 1150-INIT-BRANCH-TOTALS.
003930     MOVE "01" TO BT-BRANCH-CODE (1)
003940     MOVE "02" TO BT-BRANCH-CODE (2)
003950     MOVE "03" TO BT-BRANCH-CODE (3)
003960     PERFORM 1160-CLEAR-ONE-BRANCH THRU 1160-EXIT
003970         VARYING BRANCH-SUB FROM 1 BY 1 UNTIL BRANCH-SUB > 3.
003980 1150-EXIT.
003990     EXIT.
004000 1160-CLEAR-ONE-BRANCH.
004010     MOVE ZERO TO BT-BACKED-OUT-COUNT (BRANCH-SUB)
004020     MOVE ZERO TO BT-NET-AMOUNT (BRANCH-SUB).
004030 1160-EXIT.
004040     EXIT.
004050******************************************************************
004060*    1200-VERIFY-CLOSE-CONTROL -- ONCE TOTMEND HAS ROLLED A      *
004070*    MONTH INTO YTD AND ARCHIVED IT, ITS POSTINGS ARE NO         *
004080*    LONGER IN THE MONTH BUCKET AND MAY NOT BE BACKED OUT        *
004090*    HERE.  A CLOSE STILL IN PROGRESS REFUSES EVERY DATE.        *
004100******************************************************************
004110 1200-VERIFY-CLOSE-CONTROL.
004120     OPEN INPUT CLOSE-CONTROL-FILE
004130     READ CLOSE-CONTROL-FILE
004140         AT END
004150             CLOSE CLOSE-CONTROL-FILE
004160             GO TO 1200-EXIT
004170     END-READ
004180     CLOSE CLOSE-CONTROL-FILE
004190     MOVE CLOSE-LAST-PERIOD TO CLOSED-THROUGH-PERIOD
004200     IF CLOSE-IN-PROGRESS
004210         DISPLAY "SALESBKO: CLOSE OF " CLOSE-LAST-PERIOD
004220                 " IN PROGRESS - NO BACKOUT" UPON CONSL
004230         GO TO 9998-REFUSE-RUN
004240     END-IF
004250     IF BACKOUT-PERIOD NOT > CLOSE-LAST-PERIOD
004260         DISPLAY "SALESBKO: RUN DATE " CARD-RUN-DATE
004270                 " IS IN CLOSED PERIOD " CLOSE-LAST-PERIOD
004280             UPON CONSL
004290         GO TO 9998-REFUSE-RUN
004300     END-IF.
004310 1200-EXIT.
004320     EXIT.
004330******************************************************************
004340*    2000-LOAD-POSTING -- FIRST PASS OVER THE NIGHT'S            *
004350*    SALES_DETAIL ROWS: COUNT THEM AND FILE EACH NET UNDER ITS   *
004360*    SELLER, LOOKING EVERY SELLER UP ON TOTMST.  NOTHING IS      *
004370*    WRITTEN UNTIL 3000 HAS PASSED THE POSTING.                  *
004380******************************************************************
004390 2000-LOAD-POSTING.
004400     MOVE "N" TO AT-END-OF-CURSOR-FLAG
004410     EXEC SQL
004420         OPEN BACKOUT-CSR
004430     END-EXEC
004440     IF SQLCODE NOT = ZERO
004450         DISPLAY "SALESBKO: BACKOUT CURSOR OPEN FAILED, SQLCODE "
004460                 SQLCODE UPON CONSL
004470         GO TO 9999-ABORT-RUN
004480     END-IF
004490     PERFORM 2100-FETCH-ONE-ROW THRU 2100-EXIT
004500         UNTIL AT-END-OF-CURSOR
004510     EXEC SQL
004520         CLOSE BACKOUT-CSR
004530     END-EXEC.
004540 2000-EXIT.
004550     EXIT.
004560 2100-FETCH-ONE-ROW.
004570     EXEC SQL
004580         FETCH BACKOUT-CSR
004590          INTO :HV-SALES-KEY, :HV-SALES-DATE, :HV-SELLER-NAME,
004600               :HV-SALES-AMOUNT, :HV-TRAN-TYPE, :HV-BRANCH-CODE
004610     END-EXEC
004620     IF SQLCODE = 100
004630         MOVE "Y" TO AT-END-OF-CURSOR-FLAG
004640         GO TO 2100-EXIT
004650     END-IF
004660     IF SQLCODE NOT = ZERO
004670         DISPLAY "SALESBKO: FETCH FAILED, SQLCODE "
004680                 SQLCODE UPON CONSL
004690         GO TO 9999-ABORT-RUN
004700     END-IF
004710     ADD 1 TO ROWS-FETCHED-COUNT
004720     ADD HV-SALES-AMOUNT TO POSTED-NET-TOTAL
004730     PERFORM 6000-FIND-SELLER-ENTRY THRU 6000-EXIT
004740     ADD 1               TO SR-ROW-COUNT (SELLER-IDX)
004750     ADD HV-SALES-AMOUNT TO SR-NET-AMOUNT (SELLER-IDX).
004760 2100-EXIT.
004770     EXIT.
004780 2200-POST-BRANCH-TOTALS.
004790     EVALUATE HV-BRANCH-CODE
004800         WHEN "01"  MOVE 1    TO BRANCH-SUB
004810         WHEN "02"  MOVE 2    TO BRANCH-SUB
004820         WHEN "03"  MOVE 3    TO BRANCH-SUB
004830         WHEN OTHER MOVE ZERO TO BRANCH-SUB
004840     END-EVALUATE
004850     IF BRANCH-SUB = ZERO
004860         GO TO 2200-EXIT
004870     END-IF
004880     ADD 1               TO BT-BACKED-OUT-COUNT (BRANCH-SUB)
004890     ADD HV-SALES-AMOUNT TO BT-NET-AMOUNT (BRANCH-SUB).
004900 2200-EXIT.
004910     EXIT.
004920******************************************************************
004930*    2300-WRITE-CSV-LINE -- THE ORIGINAL EXTRACT LINE (SALESDLY  *
004940*    5300) WITH THE NET AMOUNT NEGATED, SO THE REGIONAL OFFICE   *
004950*    NETS THE DAY TO ZERO BY LOADING IT.                         *
004960******************************************************************
004970 2300-WRITE-CSV-LINE.
004980     MOVE HV-SALES-DATE (6:2) TO CSV-SALES-DATE (1:2)
004990     MOVE HV-SALES-DATE (9:2) TO CSV-SALES-DATE (3:2)
005000     MOVE HV-SALES-DATE (1:4) TO CSV-SALES-DATE (5:4)
005010     MOVE SPACES              TO CSV-EXTRACT-RECORD
005020     MOVE REVERSAL-AMOUNT     TO CSV-SALES-AMOUNT-EDITED
005030     STRING CSV-SALES-DATE          DELIMITED BY SIZE
005040            ","                     DELIMITED BY SIZE
005050            HV-SELLER-NAME          DELIMITED BY SIZE
005060            ","                     DELIMITED BY SIZE
005070            HV-TRAN-TYPE            DELIMITED BY SIZE
005080            ","                     DELIMITED BY SIZE
005090            CSV-SALES-AMOUNT-EDITED DELIMITED BY SIZE
005100            ","                     DELIMITED BY SIZE
005110            HV-BRANCH-CODE          DELIMITED BY SIZE
005120            INTO CSV-EXTRACT-RECORD
005130     END-STRING
005140     WRITE CSV-EXTRACT-RECORD
005150     ADD 1 TO CSV-LINES-COUNT
005160     ADD REVERSAL-AMOUNT TO MANIFEST-HASH-AMOUNT.
005170 2300-EXIT.
005180     EXIT.
005190******************************************************************
005200*    2400-CHECK-PRIOR-PERIOD -- A ROW DATED IN A CLOSED MONTH    *
005210*    WENT ON SALESDLY'S PRIORADJ FILE WHEN IT POSTED (SALESDLY   *
005220*    5700); ITS REVERSAL CARRIES THE SAME ORIGINAL MONTH SO THE  *
005230*    MONTH-END SUMMARY NETS IT OUT.                              *
005240******************************************************************
005250 2400-CHECK-PRIOR-PERIOD.
005260     MOVE HV-SALES-DATE (1:4) TO SALES-PERIOD (1:4)
005270     MOVE HV-SALES-DATE (6:2) TO SALES-PERIOD (5:2)
005280     IF SALES-PERIOD > CLOSED-THROUGH-PERIOD
005290         GO TO 2400-EXIT
005300     END-IF
005310     MOVE SPACES           TO PRIOR-ADJUSTMENT-RECORD
005320     MOVE SALES-PERIOD     TO PADJ-ORIGINAL-PERIOD
005330     MOVE BACKOUT-RUN-DATE TO PADJ-POSTING-DATE
005340     MOVE HV-SALES-KEY     TO PADJ-SALES-KEY
005350     MOVE CSV-SALES-DATE   TO PADJ-SALES-DATE
005360     MOVE HV-SELLER-NAME   TO PADJ-SELLER-NAME
005370     MOVE HV-BRANCH-CODE   TO PADJ-BRANCH-CODE
005380     MOVE HV-TRAN-TYPE     TO PADJ-TRAN-TYPE
005390     MOVE REVERSAL-AMOUNT  TO PADJ-NET-AMOUNT
005400     WRITE PRIOR-ADJUSTMENT-RECORD
005410     ADD 1 TO PRIOR-PERIOD-COUNT
005420     ADD REVERSAL-AMOUNT TO PRIOR-PERIOD-AMOUNT.
005430 2400-EXIT.
005440     EXIT.
005450******************************************************************
005460*    3000-CHECK-BACKOUT -- REFUSE BEFORE ANYTHING CHANGES WHEN   *
005470*    NOTHING WAS POSTED FOR THE DATE, OR WHEN A SELLER IN THE    *
005480*    POSTING HAS NO TOTMST RECORD TO REVERSE AGAINST.            *
005490******************************************************************
005500 3000-CHECK-BACKOUT.
005510     IF ROWS-FETCHED-COUNT = ZERO
005520         DISPLAY "SALESBKO: NO SALES_DETAIL ROWS POSTED ON "
005530                 CARD-RUN-DATE " BRANCH " BH2-BRANCH
005540             UPON CONSL
005550         GO TO 9998-REFUSE-RUN
005560     END-IF
005570     IF SELLERS-MISSING-COUNT > ZERO
005580         DISPLAY "SALESBKO: " SELLERS-MISSING-COUNT
005590                 " SELLERS NOT ON TOTMST - NO BACKOUT"
005600             UPON CONSL
005610         GO TO 9998-REFUSE-RUN
005620     END-IF.
005630 3000-EXIT.
005640     EXIT.
005650******************************************************************
005660*    3500-EXTRACT-POSTING -- SECOND PASS OVER THE SAME ROWS,     *
005670*    LISTING EACH ON THE REGISTER, WRITING ITS REVERSAL CSV LINE *
005680*    AND ANY PRIOR-PERIOD REVERSAL, AND FILING ITS NET UNDER ITS *
005690*    BRANCH.  THE PASS MUST SEE EXACTLY THE ROWS THE FIRST ONE   *
005700*    DID, OR SOMETHING POSTED UNDER THE BACKOUT'S FEET.          *
005710******************************************************************
005720 3500-EXTRACT-POSTING.
005730     MOVE "N" TO AT-END-OF-CURSOR-FLAG
005740     EXEC SQL
005750         OPEN BACKOUT-CSR
005760     END-EXEC
005770     IF SQLCODE NOT = ZERO
005780         DISPLAY "SALESBKO: BACKOUT CURSOR OPEN FAILED, SQLCODE "
005790                 SQLCODE UPON CONSL
005800         GO TO 9999-ABORT-RUN
005810     END-IF
005820     PERFORM 3600-EXTRACT-ONE-ROW THRU 3600-EXIT
005830         UNTIL AT-END-OF-CURSOR
005840     EXEC SQL
005850         CLOSE BACKOUT-CSR
005860     END-EXEC
005870     IF ROWS-EXTRACTED-COUNT NOT = ROWS-FETCHED-COUNT
005880         DISPLAY "SALESBKO: EXTRACTED " ROWS-EXTRACTED-COUNT
005890                 " ROWS, FETCHED " ROWS-FETCHED-COUNT
005900             UPON CONSL
005910         GO TO 9999-ABORT-RUN
005920     END-IF.
005930 3500-EXIT.
005940     EXIT.
005950 3600-EXTRACT-ONE-ROW.
005960     EXEC SQL
005970         FETCH BACKOUT-CSR
005980          INTO :HV-SALES-KEY, :HV-SALES-DATE, :HV-SELLER-NAME,
005990               :HV-SALES-AMOUNT, :HV-TRAN-TYPE, :HV-BRANCH-CODE
006000     END-EXEC
006010     IF SQLCODE = 100
006020         MOVE "Y" TO AT-END-OF-CURSOR-FLAG
006030         GO TO 3600-EXIT
006040     END-IF
006050     IF SQLCODE NOT = ZERO
006060         DISPLAY "SALESBKO: FETCH FAILED, SQLCODE "
006070                 SQLCODE UPON CONSL
006080         GO TO 9999-ABORT-RUN
006090     END-IF
006100     ADD 1 TO ROWS-EXTRACTED-COUNT
006110     COMPUTE REVERSAL-AMOUNT = ZERO - HV-SALES-AMOUNT
006120     PERFORM 2200-POST-BRANCH-TOTALS THRU 2200-EXIT
006130     PERFORM 2300-WRITE-CSV-LINE THRU 2300-EXIT
006140     PERFORM 2400-CHECK-PRIOR-PERIOD THRU 2400-EXIT
006150     MOVE HV-SALES-KEY    TO BD-SALES-KEY
006160     MOVE HV-SALES-DATE   TO BD-SALES-DATE
006170     MOVE HV-SELLER-NAME  TO BD-SELLER-NAME
006180     MOVE HV-TRAN-TYPE    TO BD-TRAN-TYPE
006190     MOVE HV-BRANCH-CODE  TO BD-BRANCH-CODE
006200     MOVE HV-SALES-AMOUNT TO BD-NET-POSTED
006210     MOVE REVERSAL-AMOUNT TO BD-REVERSAL
006220     MOVE BACKOUT-DETAIL-LINE TO BACKOUT-PRINT-LINE
006230     PERFORM 6600-WRITE-REGISTER-LINE THRU 6600-EXIT.
006240 3600-EXIT.
006250     EXIT.
006260******************************************************************
006270*    4000-DELETE-POSTING -- REMOVE THE SAME ROWS THE CURSOR      *
006280*    READ.  THE DELETE MUST TAKE EXACTLY THE ROWS FETCHED,       *
006290*    OR SOMETHING POSTED UNDER THE BACKOUT'S FEET AND THE        *
006300*    DELETE IS ROLLED BACK.                                      *
006310******************************************************************
006320 4000-DELETE-POSTING.
006330     EXEC SQL
006340         DELETE FROM SALES_DETAIL
006350          WHERE POSTING_DATE = :HV-POSTING-DATE
006360            AND BRANCH_CODE >= :HV-BRANCH-LOW
006370            AND BRANCH_CODE <= :HV-BRANCH-HIGH
006380     END-EXEC
006390     IF SQLCODE NOT = ZERO
006400         DISPLAY "SALESBKO: DELETE FAILED, SQLCODE "
006410                 SQLCODE UPON CONSL
006420         GO TO 9999-ABORT-RUN
006430     END-IF
006440     MOVE SQLERRD (3) TO ROWS-DELETED-COUNT
006450     IF ROWS-DELETED-COUNT NOT = ROWS-FETCHED-COUNT
006460         DISPLAY "SALESBKO: DELETED " ROWS-DELETED-COUNT
006470                 " ROWS, FETCHED " ROWS-FETCHED-COUNT
006480             UPON CONSL
006490         GO TO 9999-ABORT-RUN
006500     END-IF.
006510 4000-EXIT.
006520     EXIT.
006530******************************************************************
006540*    5000-REVERSE-TOTALS -- TAKE EACH SELLER'S NET POSTED BACK   *
006550*    OUT OF THE TOTMST MONTH BUCKET (THE BUCKET SALESDLY 5250    *
006560*    ADDED IT TO), LISTING BEFORE AND AFTER ON THE REGISTER.     *
006570******************************************************************
006580 5000-REVERSE-TOTALS.
006590     MOVE SPACES TO BACKOUT-PRINT-LINE
006600     PERFORM 6600-WRITE-REGISTER-LINE THRU 6600-EXIT
006610     MOVE SELLER-HEADING TO BACKOUT-PRINT-LINE
006620     PERFORM 6600-WRITE-REGISTER-LINE THRU 6600-EXIT
006630     MOVE SPACES TO BACKOUT-PRINT-LINE
006640     PERFORM 6600-WRITE-REGISTER-LINE THRU 6600-EXIT
006650     PERFORM 5100-REVERSE-ONE-SELLER THRU 5100-EXIT
006660         VARYING SELLER-IDX FROM 1 BY 1
006670         UNTIL SELLER-IDX > SELLER-REVERSAL-COUNT.
006680 5000-EXIT.
006690     EXIT.
006700 5100-REVERSE-ONE-SELLER.
006710     MOVE SR-SELLER-NAME (SELLER-IDX) TO SELLER-TOTALS-NAME
006720     READ SELLER-TOTALS INTO TOTALS-WORK-RECORD
006730         INVALID KEY
006740             DISPLAY "SALESBKO: TOTMST READ FAILED FOR "
006750                     SR-SELLER-NAME (SELLER-IDX) UPON CONSL
006760             GO TO 9999-ABORT-RUN
006770     END-READ
006780     MOVE TOT-WORK-MTD TO SD-MTD-BEFORE
006790     SUBTRACT SR-NET-AMOUNT (SELLER-IDX) FROM TOT-WORK-MTD
006800     REWRITE SELLER-TOTALS-RECORD FROM TOTALS-WORK-RECORD
006810         INVALID KEY
006820             DISPLAY "SALESBKO: TOTMST REWRITE FAILED FOR "
006830                     SR-SELLER-NAME (SELLER-IDX) UPON CONSL
006840             GO TO 9999-ABORT-RUN
006850     END-REWRITE
006860     ADD 1 TO SELLERS-REVERSED-COUNT
006870     ADD SR-NET-AMOUNT (SELLER-IDX) TO TOTALS-REVERSED-TOTAL
006880     MOVE SR-SELLER-NAME (SELLER-IDX) TO SD-SELLER-NAME
006890     MOVE SR-ROW-COUNT (SELLER-IDX)   TO SD-ROW-COUNT
006900     COMPUTE SD-REVERSED = ZERO - SR-NET-AMOUNT (SELLER-IDX)
006910     MOVE TOT-WORK-MTD TO SD-MTD-AFTER
006920     MOVE SELLER-DETAIL-LINE TO BACKOUT-PRINT-LINE
006930     PERFORM 6600-WRITE-REGISTER-LINE THRU 6600-EXIT.
006940 5100-EXIT.
006950     EXIT.
006960******************************************************************
006970*    6000-FIND-SELLER-ENTRY -- LOCATE THE TABLE ENTRY FOR THE    *
006980*    SELLER IN HV-SELLER-NAME, ADDING ONE (AND CHECKING THE      *
006990*    SELLER IS ON TOTMST) WHEN NOT YET FILED.  LEAVES            *
007000*    SELLER-IDX SET.                                             *
007010******************************************************************
007020 6000-FIND-SELLER-ENTRY.
007030     MOVE "N" TO SELLER-FOUND-FLAG
007040     IF SELLER-REVERSAL-COUNT = ZERO
007050         PERFORM 6100-ADD-SELLER-ENTRY THRU 6100-EXIT
007060         GO TO 6000-EXIT
007070     END-IF
007080     SET SELLER-IDX TO 1
007090     SEARCH SELLER-REVERSAL-ENTRY
007100         AT END
007110             CONTINUE
007120         WHEN SELLER-IDX > SELLER-REVERSAL-COUNT
007130             CONTINUE
007140         WHEN SR-SELLER-NAME (SELLER-IDX) = HV-SELLER-NAME
007150             MOVE "Y" TO SELLER-FOUND-FLAG
007160     END-SEARCH
007170     IF NOT SELLER-FOUND
007180         PERFORM 6100-ADD-SELLER-ENTRY THRU 6100-EXIT
007190     END-IF.
007200 6000-EXIT.
007210     EXIT.
007220 6100-ADD-SELLER-ENTRY.
007230     IF SELLER-REVERSAL-COUNT >= SELLER-REVERSAL-MAX
007240         DISPLAY "SALESBKO: SELLER TABLE FULL" UPON CONSL
007250         GO TO 9999-ABORT-RUN
007260     END-IF
007270     ADD 1 TO SELLER-REVERSAL-COUNT
007280     SET SELLER-IDX TO SELLER-REVERSAL-COUNT
007290     MOVE HV-SELLER-NAME TO SR-SELLER-NAME (SELLER-IDX)
007300     MOVE ZERO           TO SR-ROW-COUNT (SELLER-IDX)
007310     MOVE ZERO           TO SR-NET-AMOUNT (SELLER-IDX)
007320     MOVE "Y"            TO SR-ON-TOTMST-FLAG (SELLER-IDX)
007330     MOVE HV-SELLER-NAME TO SELLER-TOTALS-NAME
007340     READ SELLER-TOTALS
007350         INVALID KEY
007360             MOVE "N" TO SR-ON-TOTMST-FLAG (SELLER-IDX)
007370             ADD 1 TO SELLERS-MISSING-COUNT
007380             DISPLAY "SALESBKO: SELLER NOT ON TOTMST "
007390                     HV-SELLER-NAME UPON CONSL
007400     END-READ.
007410 6100-EXIT.
007420     EXIT.
007430******************************************************************
007440*    6500-PAGE-HEADING AND PRINT HELPERS.                        *
007450******************************************************************
007460 6500-PAGE-HEADING.
007470     ADD 1 TO REGISTER-PAGE-COUNT
007480     MOVE RUN-TIMESTAMP (1:16) TO BH1-TIMESTAMP
007490     MOVE REGISTER-PAGE-COUNT  TO BH1-PAGE
007500     WRITE BACKOUT-PRINT-LINE FROM BACKOUT-HEADING-1
007510         AFTER ADVANCING PAGE
007520     WRITE BACKOUT-PRINT-LINE FROM BACKOUT-HEADING-2
007530         AFTER ADVANCING 2 LINES
007540     MOVE SPACES TO BACKOUT-PRINT-LINE
007550     WRITE BACKOUT-PRINT-LINE AFTER ADVANCING 1 LINE
007560     MOVE 4 TO REGISTER-LINE-COUNT.
007570 6500-EXIT.
007580     EXIT.
007590 6600-WRITE-REGISTER-LINE.
007600     IF REGISTER-LINE-COUNT >= REGISTER-PAGE-LIMIT
007610         MOVE BACKOUT-PRINT-LINE TO HELD-PRINT-LINE
007620         PERFORM 6500-PAGE-HEADING THRU 6500-EXIT
007630         MOVE HELD-PRINT-LINE TO BACKOUT-PRINT-LINE
007640     END-IF
007650     WRITE BACKOUT-PRINT-LINE AFTER ADVANCING 1 LINE
007660     ADD 1 TO REGISTER-LINE-COUNT.
007670 6600-EXIT.
007680     EXIT.
007690******************************************************************
007700*    8000-TERMINATE -- COMMIT THE DELETE NOW THAT TOTMST IS      *
007710*    REVERSED, CUT THE REVERSAL MANIFEST, PRINT THE CONTROL      *
007720*    TOTALS AND CLOSE.                                           *
007730******************************************************************
007740 8000-TERMINATE.
007750     EXEC SQL
007760         COMMIT
007770     END-EXEC
007780     PERFORM 8200-WRITE-MANIFEST THRU 8200-EXIT
007790     PERFORM 8100-BALANCE-BACKOUT THRU 8100-EXIT
007800     CLOSE SELLER-TOTALS CSV-EXTRACT MANIFEST-FILE
007810           BACKOUT-REGISTER PRIOR-PERIOD-FILE
007820     IF BACKOUT-OUT-OF-BALANCE
007830         DISPLAY "SALESBKO: BACKOUT OUT OF BALANCE - SEE "
007840                 "REGISTER" UPON CONSL
007850         MOVE 8 TO RETURN-CODE
007860     ELSE
007870         DISPLAY "SALESBKO: " ROWS-DELETED-COUNT
007880                 " ROWS BACKED OUT FOR " CARD-RUN-DATE
007890                 " BRANCH " BH2-BRANCH UPON CONSL
007900     END-IF
007910     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT.
007920 8000-EXIT.
007930     EXIT.
007940******************************************************************
007950*    8100-BALANCE-BACKOUT -- CONTROL TOTALS IN THE FORM OF THE   *
007960*    SALESDLY RUN CONTROL REPORT.  FOR A FULL-NIGHT BACKOUT      *
007970*    ROWS BACKED OUT TIES TO ITS DB2 ROWS INSERTED, NET POSTED   *
007980*    TIES TO ITS DETAIL HASH TOTAL, AND EACH BRANCH LINE TIES    *
007990*    TO ITS BRANCH LINE (GENERATED AND NET).  WITHIN THE RUN,    *
008000*    ROWS FETCHED, DELETED AND EXTRACTED MUST AGREE, THE TOTMST  *
008010*    REVERSAL MUST EQUAL THE NET POSTED AND THE MANIFEST HASH    *
008020*    MUST BE ITS NEGATIVE.                                       *
008030******************************************************************
008040 8100-BALANCE-BACKOUT.
008050*    THE CONTROL TOTALS START A PAGE OF THEIR OWN.
008060     MOVE 99 TO REGISTER-LINE-COUNT
008070     MOVE SPACES TO BACKOUT-PRINT-LINE
008080     PERFORM 6600-WRITE-REGISTER-LINE THRU 6600-EXIT
008090     MOVE "ROWS BACKED OUT       : " TO BC-TEXT
008100     MOVE ROWS-FETCHED-COUNT         TO BC-COUNT
008110     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
008120     MOVE "DB2 ROWS DELETED      : " TO BC-TEXT
008130     MOVE ROWS-DELETED-COUNT         TO BC-COUNT
008140     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
008150     MOVE "CSV LINES WRITTEN     : " TO BC-TEXT
008160     MOVE CSV-LINES-COUNT            TO BC-COUNT
008170     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
008180     MOVE "SELLERS REVERSED      : " TO BC-TEXT
008190     MOVE SELLERS-REVERSED-COUNT     TO BC-COUNT
008200     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
008210     MOVE "PRIOR-PERIOD REVERSED : " TO BC-TEXT
008220     MOVE PRIOR-PERIOD-COUNT         TO BC-COUNT
008230     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
008240     MOVE "NET POSTED (HASH)     : " TO BA-TEXT
008250     MOVE POSTED-NET-TOTAL           TO BA-AMOUNT
008260     PERFORM 8160-WRITE-AMOUNT-LINE THRU 8160-EXIT
008270     MOVE "TOTMST MTD REVERSED   : " TO BA-TEXT
008280     COMPUTE BA-AMOUNT = ZERO - TOTALS-REVERSED-TOTAL
008290     PERFORM 8160-WRITE-AMOUNT-LINE THRU 8160-EXIT
008300     MOVE "MANIFEST HASH TOTAL   : " TO BA-TEXT
008310     MOVE MANIFEST-HASH-AMOUNT       TO BA-AMOUNT
008320     PERFORM 8160-WRITE-AMOUNT-LINE THRU 8160-EXIT
008330     MOVE "PRIOR-PERIOD REVERSAL : " TO BA-TEXT
008340     MOVE PRIOR-PERIOD-AMOUNT        TO BA-AMOUNT
008350     PERFORM 8160-WRITE-AMOUNT-LINE THRU 8160-EXIT
008360     MOVE SPACES TO BACKOUT-PRINT-LINE
008370     PERFORM 6600-WRITE-REGISTER-LINE THRU 6600-EXIT
008380     PERFORM 8170-WRITE-BRANCH-LINE THRU 8170-EXIT
008390         VARYING BRANCH-SUB FROM 1 BY 1 UNTIL BRANCH-SUB > 3
008400     IF ROWS-DELETED-COUNT NOT = ROWS-FETCHED-COUNT
008410      OR CSV-LINES-COUNT NOT = ROWS-FETCHED-COUNT
008420         MOVE "Y" TO OUT-OF-BALANCE-FLAG
008430     END-IF
008440     IF TOTALS-REVERSED-TOTAL NOT = POSTED-NET-TOTAL
008450         MOVE "Y" TO OUT-OF-BALANCE-FLAG
008460     END-IF
008470     IF MANIFEST-HASH-AMOUNT + POSTED-NET-TOTAL NOT = ZERO
008480         MOVE "Y" TO OUT-OF-BALANCE-FLAG
008490     END-IF
008500     MOVE SPACES TO BACKOUT-PRINT-LINE
008510     PERFORM 6600-WRITE-REGISTER-LINE THRU 6600-EXIT
008520     IF BACKOUT-OUT-OF-BALANCE
008530         MOVE "*** BACKOUT OUT OF BALANCE - SEE COUNTS ABOVE ***"
008540             TO BV-TEXT
008550     ELSE
008560         MOVE "BACKOUT IN BALANCE" TO BV-TEXT
008570     END-IF
008580     MOVE BACKOUT-VERDICT-LINE TO BACKOUT-PRINT-LINE
008590     PERFORM 6600-WRITE-REGISTER-LINE THRU 6600-EXIT.
008600 8100-EXIT.
008610     EXIT.
008620 8150-WRITE-COUNT-LINE.
008630     MOVE BACKOUT-COUNT-LINE TO BACKOUT-PRINT-LINE
008640     PERFORM 6600-WRITE-REGISTER-LINE THRU 6600-EXIT.
008650 8150-EXIT.
008660     EXIT.
008670 8160-WRITE-AMOUNT-LINE.
008680     MOVE BACKOUT-AMOUNT-LINE TO BACKOUT-PRINT-LINE
008690     PERFORM 6600-WRITE-REGISTER-LINE THRU 6600-EXIT.
008700 8160-EXIT.
008710     EXIT.
008720 8170-WRITE-BRANCH-LINE.
008730     MOVE BT-BRANCH-CODE (BRANCH-SUB)      TO BB-BRANCH-CODE
008740     MOVE BT-BACKED-OUT-COUNT (BRANCH-SUB) TO BB-BACKED-OUT
008750     MOVE BT-NET-AMOUNT (BRANCH-SUB)       TO BB-NET-AMOUNT
008760     MOVE BACKOUT-BRANCH-LINE TO BACKOUT-PRINT-LINE
008770     PERFORM 6600-WRITE-REGISTER-LINE THRU 6600-EXIT.
008780 8170-EXIT.
008790     EXIT.
008800******************************************************************
008810*    8200-WRITE-MANIFEST -- ONE TRAILER FOR THE REVERSAL CSV,    *
008820*    CARRYING THE RUN DATE BACKED OUT, SO THE REGIONAL OFFICE    *
008830*    ACKNOWLEDGES IT AND THE MORNING MATCHER (CSVACK) PROVES     *
008840*    IT ARRIVED LIKE ANY NIGHT'S EXTRACT.                        *
008850******************************************************************
008860 8200-WRITE-MANIFEST.
008870     MOVE SPACES               TO MANIFEST-RECORD
008880     MOVE BACKOUT-RUN-DATE     TO MANIFEST-RUN-DATE
008890     MOVE CSV-LINES-COUNT      TO MANIFEST-LINE-COUNT
008900     MOVE MANIFEST-HASH-AMOUNT TO MANIFEST-HASH-TOTAL
008910     WRITE MANIFEST-RECORD.
008920 8200-EXIT.
008930     EXIT.
008940******************************************************************
008950*    9500/9600 -- STEP START AND STEP END EVENTS TO THE SHARED   *
008960*    RUN-EVENT FILE (RUNEVNT) READ BY THE END-OF-NIGHT           *
008970*    VERIFIER (RUNVRFY).                                         *
008980******************************************************************
008990 9500-LOG-STEP-START.
009000     OPEN EXTEND RUN-EVENT-FILE
009010     MOVE SPACES                TO RUN-EVENT-RECORD
009020     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
009030     MOVE "SALESBKO"            TO EVENT-STEP-NAME
009040     MOVE "S"                   TO EVENT-TYPE-CODE
009050     MOVE ZERO                  TO EVENT-RETURN-CODE
009060     MOVE ZERO                  TO EVENT-READ-COUNT
009070     MOVE ZERO                  TO EVENT-OUT-COUNT
009080     MOVE ZERO                  TO EVENT-REJECT-COUNT
009090     WRITE RUN-EVENT-RECORD.
009100 9500-EXIT.
009110     EXIT.
009120 9600-LOG-STEP-END.
009130     MOVE SPACES                TO RUN-EVENT-RECORD
009140     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
009150     MOVE "SALESBKO"            TO EVENT-STEP-NAME
009160     MOVE "E"                   TO EVENT-TYPE-CODE
009170     MOVE RETURN-CODE           TO EVENT-RETURN-CODE
009180     MOVE ROWS-FETCHED-COUNT    TO EVENT-READ-COUNT
009190     MOVE ROWS-DELETED-COUNT    TO EVENT-OUT-COUNT
009200     MOVE SELLERS-MISSING-COUNT TO EVENT-REJECT-COUNT
009210     WRITE RUN-EVENT-RECORD
009220     CLOSE RUN-EVENT-FILE.
009230 9600-EXIT.
009240     EXIT.
009250******************************************************************
009260*    9998-REFUSE-RUN -- THE BACKOUT MAY NOT RUN; RETURN CODE 8   *
009270*    HOLDS THE SCHEDULER.  NOTHING HAS BEEN DELETED OR           *
009280*    REVERSED; THE REVERSAL CSV, MANIFEST AND BKOPADJ ARE EMPTY. *
009290******************************************************************
009300 9998-REFUSE-RUN.
009310     DISPLAY "SALESBKO: BACKOUT REFUSED - NOTHING CHANGED"
009320         UPON CONSL
009330     MOVE 8 TO RETURN-CODE
009340     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
009350     STOP RUN.
009360******************************************************************
009370*    9999-ABORT-RUN -- FATAL ERROR, ROLL BACK ANY UNCOMMITTED    *
009380*    DELETE AND STOP WITH RETURN CODE 16.                        *
009390******************************************************************
009400 9999-ABORT-RUN.
009410     DISPLAY "SALESBKO: RUN ABORTED" UPON CONSL
009420     EXEC SQL
009430         ROLLBACK
009440     END-EXEC
009450     MOVE 16 TO RETURN-CODE
009460     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
009470     STOP RUN.
