000010******************************************************************
000020*    SALANOM -- DAILY SALES ANOMALY EXCEPTION REPORT.            *
000030*                                                                *
000040*    RUN AFTER THE DAILY RUN (SALESDLY) FOR INTERNAL AUDIT.      *
000050*    REREADS THE NIGHT'S INPUT -- THE RESUBMIT FILE, THEN THE    *
000060*    DAY'S SALES FILE, IN THE ORDER THE DAILY RUN POSTED THEM -- *
000070*    AND DROPS EVERY KEY THE DAILY RUN SUSPENDED ON ITS REJECT   *
000080*    FILE, LEAVING THE DAY'S ACCEPTED POSTINGS BY SELLER.  EACH  *
000090*    SELLER'S DAY IS THEN COMPARED AGAINST THE SELLER'S OWN      *
000100*    TRAILING HISTORY FROM THE TOTARCH GENERATIONS (THE JCL      *
000110*    CONCATENATES THE LAST FEW MONTHLY GENERATIONS ON THE        *
000120*    TOTARCH DD) AND FLAGGED FOR:                                *
000130*      - A DAY'S NET OVER A MULTIPLE OF THE SELLER'S NORMAL      *
000140*        DAILY AVERAGE (ARCHIVED MONTHLY NET OVER THE BUSINESS   *
000150*        DAYS IN A MONTH);                                       *
000160*      - A RETURNS-TO-SALES RATIO OVER A PERCENTAGE;             *
000170*      - A RUN OF RETURNS JUST UNDER THE RETURN-EXCEEDS-PTD      *
000180*        LIMIT (REJECT REASON 08), EACH RETURN MEASURED          *
000190*        AGAINST THE PERIOD-TO-DATE NET THE DAILY RUN SAW WHEN   *
000200*        IT POSTED IT, REBUILT FROM TOTMST LESS THE DAY;         *
000210*      - ANY ACTIVITY BY A SELLER REINSTATED (SELLMNT) WITHIN    *
000220*        A NUMBER OF DAYS OF THE RUN DATE.                       *
000230*    THE RUN DATE IS THE BUSINESS DATE FROM THE SHARED CONTROL   *
000240*    RECORD (BUSDATE), THE SAME DATE THE DAILY RUN POSTED UNDER. *
000250*    THE THRESHOLDS ARE KEYED ON THE ANOMCRD CONTROL CARD, EACH  *
000260*    DEFAULTING WHEN BLANK.  EVERY FLAG LISTS THE SALES KEYS     *
000270*    BEHIND IT SO AUDIT CAN PULL THE DETAIL FROM SALES_DETAIL.   *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    SALANOM.
000310 AUTHOR.        R. T. CALDWELL.
000320 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000330 DATE-WRITTEN.  10/15/26.
000340 DATE-COMPILED.
000350******************************************************************
000360*                     MODIFICATION HISTORY                       *
000370*  DATE      INIT  DESCRIPTION                                   *
000380*  --------  ----  ---------------------------------------------*
000390*  10/15/26  RTC   INITIAL VERSION                               *
000400*  10/15/26  RTC   RUN DATE FROM THE BUSINESS-DATE CONTROL       *
000410*                  RECORD (BUSDATE) INSTEAD OF THE SYSTEM CLOCK  *
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  GNULINUX.
000460 OBJECT-COMPUTER.  HERCULES.
000470 SPECIAL-NAMES.
000480     CONSOLE IS CONSL.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SALES-FILE
000520         ASSIGN TO SALES
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS SALES-FILE-STATUS.
000550     SELECT OPTIONAL RESUBMIT-FILE
000560         ASSIGN TO RESUBMIT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS RESUBMIT-FILE-STATUS.
000590     SELECT SALES-REJECT
000600         ASSIGN TO SALESREJ
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS SALES-REJECT-STATUS.
000630     SELECT TOTALS-ARCHIVE
000640         ASSIGN TO TOTARCH
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS TOTALS-ARCHIVE-STATUS.
000670     SELECT SELLER-MASTER
000680         ASSIGN TO SELLERMST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS SELLER-MASTER-NAME
000720         FILE STATUS IS SELLER-MASTER-STATUS.
000730     SELECT SELLER-TOTALS
000740         ASSIGN TO TOTMST
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS SELLER-TOTALS-NAME
000780         FILE STATUS IS SELLER-TOTALS-STATUS.
000790     SELECT OPTIONAL CONTROL-CARD-FILE
000800         ASSIGN TO ANOMCRD
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS CONTROL-CARD-STATUS.
000830     SELECT ANOMALY-REPORT
000840         ASSIGN TO ANOMPRT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS ANOMALY-REPORT-STATUS.
000870     SELECT BUSINESS-DATE-FILE
000880         ASSIGN TO BUSDATE
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS BUSINESS-DATE-STATUS.
000910     SELECT RUN-EVENT-FILE
000920         ASSIGN TO RUNEVNT
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS RUN-EVENT-STATUS.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  SALES-FILE.
000980     COPY SALESREC.
000990 FD  RESUBMIT-FILE.
001000     COPY RESUBREC.
001010 FD  SALES-REJECT.
001020     COPY SALESREJ.
001030 FD  TOTALS-ARCHIVE.
001040 01  TOTALS-ARCHIVE-RECORD       PIC X(70).
001050 FD  SELLER-MASTER.
001060     COPY SELLMST.
001070 FD  SELLER-TOTALS.
001080     COPY SELLTOT.
001090*    THRESHOLD CARD.  A BLANK OR NON-NUMERIC FIELD TAKES THE
001100*    DEFAULT SHOWN ON THE THRESHOLD 77-LEVELS BELOW.
001110 FD  CONTROL-CARD-FILE.
001120 01  CONTROL-CARD-RECORD.
001130     03  CARD-HISTORY-MONTHS     PIC X(02).
001140     03  CARD-HISTORY-MONTHS-NUM REDEFINES CARD-HISTORY-MONTHS
001150                                 PIC 9(02).
001160     03  CARD-BUSINESS-DAYS      PIC X(02).
001170     03  CARD-BUSINESS-DAYS-NUM  REDEFINES CARD-BUSINESS-DAYS
001180                                 PIC 9(02).
001190     03  CARD-NET-MULTIPLE       PIC X(03).
001200     03  CARD-NET-MULTIPLE-NUM   REDEFINES CARD-NET-MULTIPLE
001210                                 PIC 9(02)V9.
001220     03  CARD-RETURN-RATIO       PIC X(03).
001230     03  CARD-RETURN-RATIO-NUM   REDEFINES CARD-RETURN-RATIO
001240                                 PIC 9(03).
001250     03  CARD-NEAR-LIMIT-PCT     PIC X(03).
001260     03  CARD-NEAR-LIMIT-PCT-NUM REDEFINES CARD-NEAR-LIMIT-PCT
001270                                 PIC 9(03).
001280     03  CARD-NEAR-LIMIT-COUNT   PIC X(02).
001290     03  CARD-NEAR-LIMIT-COUNT-NUM
001300                                 REDEFINES CARD-NEAR-LIMIT-COUNT
001310                                 PIC 9(02).
001320     03  CARD-REINSTATE-DAYS     PIC X(03).
001330     03  CARD-REINSTATE-DAYS-NUM REDEFINES CARD-REINSTATE-DAYS
001340                                 PIC 9(03).
001350     03  FILLER                  PIC X(62).
001360 FD  ANOMALY-REPORT.
001370 01  ANOMALY-PRINT-LINE          PIC X(132).
001380 FD  RUN-EVENT-FILE.
001390     COPY RUNEVENT.
001400 FD  BUSINESS-DATE-FILE.
001410     COPY BUSDATE.
001420 WORKING-STORAGE SECTION.
001430 77  RUN-EVENT-STATUS            PIC X(02) VALUE SPACES.
001440 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
001450 77  SALES-FILE-STATUS           PIC X(02) VALUE SPACES.
001460 77  RESUBMIT-FILE-STATUS        PIC X(02) VALUE SPACES.
001470 77  SALES-REJECT-STATUS         PIC X(02) VALUE SPACES.
001480 77  TOTALS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
001490 77  SELLER-MASTER-STATUS        PIC X(02) VALUE SPACES.
001500 77  SELLER-TOTALS-STATUS        PIC X(02) VALUE SPACES.
001510 77  CONTROL-CARD-STATUS         PIC X(02) VALUE SPACES.
001520 77  ANOMALY-REPORT-STATUS       PIC X(02) VALUE SPACES.
001530 77  AT-END-OF-SALES-FLAG        PIC X(01) VALUE "N".
001540     88  AT-END-OF-SALES                   VALUE "Y".
001550 77  AT-END-OF-RESUBMIT-FLAG     PIC X(01) VALUE "N".
001560     88  AT-END-OF-RESUBMIT                VALUE "Y".
001570 77  AT-END-OF-REJECTS-FLAG      PIC X(01) VALUE "N".
001580     88  AT-END-OF-REJECTS                 VALUE "Y".
001590 77  AT-END-OF-ARCHIVE-FLAG      PIC X(01) VALUE "N".
001600     88  AT-END-OF-ARCHIVE                 VALUE "Y".
001610 77  AT-END-OF-CARDS-FLAG        PIC X(01) VALUE "N".
001620     88  AT-END-OF-CARDS                   VALUE "Y".
001630 77  SELLER-FOUND-FLAG           PIC X(01) VALUE "N".
001640     88  SELLER-FOUND                      VALUE "Y".
001650 77  REJECTED-KEY-FLAG           PIC X(01) VALUE "N".
001660     88  REJECTED-KEY                      VALUE "Y".
001670*    THRESHOLDS, DEFAULTED HERE AND OVERRIDDEN FROM ANOMCRD.
001680 77  HISTORY-MONTHS              PIC 9(02) VALUE 3.
001690 77  BUSINESS-DAYS               PIC 9(02) VALUE 21.
001700 77  NET-MULTIPLE                PIC 9(02)V9 VALUE 3.0.
001710 77  RETURN-RATIO-PCT            PIC 9(03) VALUE 50.
001720 77  NEAR-LIMIT-PCT              PIC 9(03) VALUE 90.
001730 77  NEAR-LIMIT-COUNT            PIC 9(02) VALUE 2.
001740 77  REINSTATE-DAYS              PIC 9(03) VALUE 30.
001750 77  RECORDS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001760 77  RECORDS-EXCLUDED-COUNT      PIC 9(07) COMP VALUE ZERO.
001770 77  ARCHIVE-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001780 77  SELLERS-FLAGGED-COUNT       PIC 9(07) COMP VALUE ZERO.
001790 77  NET-FLAG-COUNT              PIC 9(07) COMP VALUE ZERO.
001800 77  RATIO-FLAG-COUNT            PIC 9(07) COMP VALUE ZERO.
001810 77  NEAR-FLAG-COUNT             PIC 9(07) COMP VALUE ZERO.
001820 77  REINSTATE-FLAG-COUNT        PIC 9(07) COMP VALUE ZERO.
001830 77  ACT-SUB                     PIC 9(04) COMP VALUE ZERO.
001840 77  POST-SUB                    PIC 9(05) COMP VALUE ZERO.
001850 77  SLOT-SUB                    PIC 9(02) COMP VALUE ZERO.
001860 77  KEY-SELECT-CODE             PIC X(01) VALUE SPACE.
001870     88  KEY-SELECT-ALL                    VALUE "A".
001880     88  KEY-SELECT-RETURNS                VALUE "R".
001890     88  KEY-SELECT-NEAR-LIMIT             VALUE "N".
001900 77  PRINT-LINE-COUNT            PIC 9(03) COMP VALUE 99.
001910 77  PRINT-PAGE-COUNT            PIC 9(03) COMP VALUE ZERO.
001920 77  PRINT-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
001930 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001940 01  RUN-DATE-NUM                PIC 9(08) VALUE ZERO.
001950 01  RUN-DATE-X                  REDEFINES RUN-DATE-NUM.
001960     03  RUN-DATE-MM             PIC 9(02).
001970     03  RUN-DATE-DD             PIC 9(02).
001980     03  RUN-DATE-YYYY           PIC 9(04).
001990 77  RUN-MONTH-SERIAL            PIC S9(06) COMP VALUE ZERO.
002000 77  RECORD-MONTH-SERIAL         PIC S9(06) COMP VALUE ZERO.
002010 77  MONTHS-BACK                 PIC S9(06) COMP VALUE ZERO.
002020 77  RUN-DAY-SERIAL              PIC S9(09) COMP VALUE ZERO.
002030 77  DAYS-SINCE                  PIC S9(09) COMP VALUE ZERO.
002040 77  SALES-NET-AMOUNT            PIC S9(07)V99 VALUE ZERO.
002050 77  RUNNING-PTD                 PIC S9(11)V99 VALUE ZERO.
002060 77  NEAR-LIMIT-AMOUNT           PIC S9(11)V99 VALUE ZERO.
002070 77  NET-LIMIT-AMOUNT            PIC S9(11)V99 VALUE ZERO.
002080*    DAY-SERIAL WORK: ANY MMDDYYYY DATE TO A COUNT OF DAYS SO
002090*    TWO DATES CAN BE SUBTRACTED.
002100 01  MDY-DATE-WORK               PIC 9(08) VALUE ZERO.
002110 01  MDY-DATE-X                  REDEFINES MDY-DATE-WORK.
002120     03  MDY-DATE-MM             PIC 9(02).
002130     03  MDY-DATE-DD             PIC 9(02).
002140     03  MDY-DATE-YYYY           PIC 9(04).
002150 77  DAY-SERIAL                  PIC S9(09) COMP VALUE ZERO.
002160 77  PRIOR-YEARS                 PIC S9(05) COMP VALUE ZERO.
002170 77  LEAP-QUOTIENT               PIC S9(05) COMP VALUE ZERO.
002180 77  LEAP-REMAINDER-4            PIC S9(05) COMP VALUE ZERO.
002190 77  LEAP-REMAINDER-100          PIC S9(05) COMP VALUE ZERO.
002200 77  LEAP-REMAINDER-400          PIC S9(05) COMP VALUE ZERO.
002210 01  MONTH-START-VALUES.
002220     03  FILLER                  PIC 9(03) VALUE 000.
002230     03  FILLER                  PIC 9(03) VALUE 031.
002240     03  FILLER                  PIC 9(03) VALUE 059.
002250     03  FILLER                  PIC 9(03) VALUE 090.
002260     03  FILLER                  PIC 9(03) VALUE 120.
002270     03  FILLER                  PIC 9(03) VALUE 151.
002280     03  FILLER                  PIC 9(03) VALUE 181.
002290     03  FILLER                  PIC 9(03) VALUE 212.
002300     03  FILLER                  PIC 9(03) VALUE 243.
002310     03  FILLER                  PIC 9(03) VALUE 273.
002320     03  FILLER                  PIC 9(03) VALUE 304.
002330     03  FILLER                  PIC 9(03) VALUE 334.
002340 01  MONTH-START-TABLE           REDEFINES MONTH-START-VALUES.
002350     03  MONTH-START-DAYS        OCCURS 12 TIMES
002360                                 PIC 9(03).
002370*    WORKING COPY OF THE ARCHIVED SELLER TOTALS RECORD, SAME
002380*    LAYOUT AS COPYBOOK SELLTOT.  THE LAST-POSTED DATE IS
002390*    MMDDYYYY AS STAMPED BY THE DAILY RUN.
002400 01  ARCHIVE-WORK-RECORD.
002410     03  ARCH-SELLER-NAME        PIC X(30).
002420     03  ARCH-TOT-MTD            PIC S9(09)V99.
002430     03  ARCH-TOT-YTD            PIC S9(09)V99.
002440     03  ARCH-LAST-POSTED        PIC 9(08).
002450     03  ARCH-LAST-POSTED-X      REDEFINES ARCH-LAST-POSTED.
002460         05  ARCH-POSTED-MM      PIC 9(02).
002470         05  ARCH-POSTED-DD      PIC 9(02).
002480         05  ARCH-POSTED-YYYY    PIC 9(04).
002490     03  FILLER                  PIC X(10).
002500*    KEYS THE DAILY RUN SUSPENDED TONIGHT.  A FULL TABLE ABORTS
002510*    THE RUN RATHER THAN COUNT A REJECTED SALE AS ACTIVITY.
002520 01  REJECT-KEY-TABLE.
002530     03  REJECT-KEY-COUNT        PIC 9(05) COMP VALUE ZERO.
002540     03  REJECT-KEY-MAX          PIC 9(05) COMP VALUE 5000.
002550     03  REJECT-KEY-ENTRY OCCURS 5000 TIMES
002560             INDEXED BY REJECT-IDX.
002570         05  RK-SALES-KEY        PIC X(10).
002580*    ONE ENTRY PER SELLER WITH ACCEPTED ACTIVITY TODAY.
002590 01  SELLER-ACTIVITY-TABLE.
002600     03  SELLER-ACT-COUNT        PIC 9(04) COMP VALUE ZERO.
002610     03  SELLER-ACT-MAX          PIC 9(04) COMP VALUE 1000.
002620     03  SELLER-ACT-ENTRY OCCURS 1000 TIMES
002630             INDEXED BY ACT-IDX.
002640         05  SA-SELLER-NAME      PIC X(30).
002650         05  SA-BRANCH-CODE      PIC X(02).
002660         05  SA-POSTING-COUNT    PIC 9(05) COMP.
002670         05  SA-DAY-SALES        PIC S9(11)V99.
002680         05  SA-DAY-RETURNS      PIC S9(11)V99.
002690         05  SA-DAY-NET          PIC S9(11)V99.
002700         05  SA-HIST-TOTAL       PIC S9(11)V99.
002710         05  SA-HIST-MONTHS      PIC 9(03) COMP.
002720         05  SA-DAILY-AVERAGE    PIC S9(11)V99.
002730         05  SA-NET-MULTIPLE     PIC S9(07)V99.
002740         05  SA-RETURN-RATIO     PIC S9(07)V99.
002750         05  SA-NEAR-COUNT       PIC 9(05) COMP.
002760         05  SA-REINSTATE-DAYS   PIC 9(05) COMP.
002770         05  SA-NET-FLAG         PIC X(01).
002780             88  SA-NET-FLAGGED          VALUE "Y".
002790         05  SA-RATIO-FLAG       PIC X(01).
002800             88  SA-RATIO-FLAGGED        VALUE "Y".
002810         05  SA-NEAR-FLAG        PIC X(01).
002820             88  SA-NEAR-FLAGGED         VALUE "Y".
002830         05  SA-REINSTATE-FLAG   PIC X(01).
002840             88  SA-REINSTATE-FLAGGED    VALUE "Y".
002850*    EVERY ACCEPTED POSTING, IN POSTING ORDER, POINTING BACK
002860*    AT ITS SELLER'S ACTIVITY ENTRY.
002870 01  POSTING-TABLE.
002880     03  POSTING-COUNT           PIC 9(05) COMP VALUE ZERO.
002890     03  POSTING-MAX             PIC 9(05) COMP VALUE 20000.
002900     03  POSTING-ENTRY OCCURS 20000 TIMES.
002910         05  PT-ACT-SUB          PIC 9(04) COMP.
002920         05  PT-SALES-KEY        PIC X(10).
002930         05  PT-TRAN-TYPE        PIC X(01).
002940             88  PT-RETURN               VALUE "R".
002950         05  PT-AMOUNT           PIC S9(07)V99.
002960         05  PT-NET-AMOUNT       PIC S9(07)V99.
002970         05  PT-NEAR-FLAG        PIC X(01).
002980             88  PT-NEAR-LIMIT           VALUE "Y".
002990 01  AMOUNT-EDIT-AREA.
003000     03  AMOUNT-EDITED           PIC ZZZ,ZZZ,ZZ9.99-.
003010 01  COUNT-EDIT-AREA.
003020     03  COUNT-EDITED            PIC ZZZ,ZZZ,ZZ9.
003030     03  FILLER                  PIC X(04) VALUE SPACES.
003040 01  ANOMALY-HEADING-1.
003050     03  FILLER                  PIC X(33)
003060         VALUE "SALES ANOMALY EXCEPTION REPORT".
003070     03  FILLER                  PIC X(09) VALUE "RUN DATE ".
003080     03  AH1-RUN-DATE            PIC 99/99/9999.
003090     03  FILLER                  PIC X(05) VALUE SPACES.
003100     03  FILLER                  PIC X(04) VALUE "RUN ".
003110     03  AH1-TIMESTAMP           PIC X(16) VALUE SPACES.
003120     03  FILLER                  PIC X(47) VALUE SPACES.
003130     03  FILLER                  PIC X(05) VALUE "PAGE ".
003140     03  AH1-PAGE                PIC ZZ9.
003150 01  ANOMALY-HEADING-2.
003160     03  FILLER                  PIC X(19)
003170         VALUE "THRESHOLDS:  NET > ".
003180     03  AH2-NET-MULTIPLE        PIC Z9.9.
003190     03  FILLER                  PIC X(20)
003200         VALUE " X DAILY AVG OVER ".
003210     03  AH2-HISTORY-MONTHS      PIC Z9.
003220     03  FILLER                  PIC X(09) VALUE " MO OF ".
003230     03  AH2-BUSINESS-DAYS       PIC Z9.
003240     03  FILLER                  PIC X(20)
003250         VALUE " DAYS;  RTN/SALES > ".
003260     03  AH2-RETURN-RATIO        PIC ZZ9.
003270     03  FILLER                  PIC X(04) VALUE "%;  ".
003280     03  AH2-NEAR-LIMIT-COUNT    PIC Z9.
003290     03  FILLER                  PIC X(17)
003300         VALUE "+ RETURNS AT >= ".
003310     03  AH2-NEAR-LIMIT-PCT      PIC ZZ9.
003320     03  FILLER                  PIC X(09) VALUE "% OF PTD;".
003330     03  FILLER                  PIC X(13)
003340         VALUE "  REINSTATED ".
003350     03  AH2-REINSTATE-DAYS      PIC ZZ9.
003360     03  FILLER                  PIC X(02) VALUE " D".
003370 01  SELLER-LINE.
003380     03  FILLER                  PIC X(08) VALUE "SELLER: ".
003390     03  SL-SELLER-NAME          PIC X(30).
003400     03  FILLER                  PIC X(02) VALUE SPACES.
003410     03  FILLER                  PIC X(07) VALUE "BRANCH ".
003420     03  SL-BRANCH-CODE          PIC X(02).
003430     03  FILLER                  PIC X(02) VALUE SPACES.
003440     03  FILLER                  PIC X(06) VALUE "SALES ".
003450     03  SL-DAY-SALES            PIC ZZZ,ZZZ,ZZ9.99-.
003460     03  FILLER                  PIC X(02) VALUE SPACES.
003470     03  FILLER                  PIC X(08) VALUE "RETURNS ".
003480     03  SL-DAY-RETURNS          PIC ZZZ,ZZZ,ZZ9.99-.
003490     03  FILLER                  PIC X(02) VALUE SPACES.
003500     03  FILLER                  PIC X(04) VALUE "NET ".
003510     03  SL-DAY-NET              PIC ZZZ,ZZZ,ZZ9.99-.
003520     03  FILLER                  PIC X(14) VALUE SPACES.
003530 01  FLAG-LINE.
003540     03  FILLER                  PIC X(04) VALUE SPACES.
003550     03  FL-FLAG-TEXT            PIC X(44).
003560     03  FL-LABEL-1              PIC X(12).
003570     03  FL-VALUE-1              PIC X(15).
003580     03  FILLER                  PIC X(02) VALUE SPACES.
003590     03  FL-LABEL-2              PIC X(12).
003600     03  FL-VALUE-2              PIC X(15).
003610     03  FILLER                  PIC X(28) VALUE SPACES.
003620 01  KEY-LINE.
003630     03  FILLER                  PIC X(08) VALUE SPACES.
003640     03  KL-SLOT OCCURS 4 TIMES.
003650         05  KL-SALES-KEY        PIC X(10).
003660         05  FILLER              PIC X(01).
003670         05  KL-TRAN-TYPE        PIC X(01).
003680         05  FILLER              PIC X(01).
003690         05  KL-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
003700         05  FILLER              PIC X(04).
003710     03  FILLER                  PIC X(04) VALUE SPACES.
003720 01  ANOMALY-TOTAL-LINE.
003730     03  NT-TOTAL-TEXT           PIC X(24).
003740     03  NT-TOTAL-COUNT          PIC ZZZ,ZZ9.
003750     03  FILLER                  PIC X(101) VALUE SPACES.
003760 PROCEDURE DIVISION.
003770******************************************************************
003780*    0000-MAINLINE -- RUN CONTROL.                               *
003790******************************************************************
003800 0000-MAINLINE.
003810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003820     PERFORM 1200-LOAD-REJECT-KEY THRU 1200-EXIT
003830         UNTIL AT-END-OF-REJECTS
003840     PERFORM 2000-READ-RESUBMIT THRU 2000-EXIT
003850         UNTIL AT-END-OF-RESUBMIT
003860     PERFORM 2100-READ-SALES THRU 2100-EXIT
003870         UNTIL AT-END-OF-SALES
003880     PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT
003890         UNTIL AT-END-OF-ARCHIVE
003900     IF SELLER-ACT-COUNT > ZERO
003910         PERFORM 4000-EVALUATE-SELLER THRU 4000-EXIT
003920             VARYING ACT-SUB FROM 1 BY 1
003930             UNTIL ACT-SUB > SELLER-ACT-COUNT
003940         PERFORM 5000-PRINT-SELLER THRU 5000-EXIT
003950             VARYING ACT-SUB FROM 1 BY 1
003960             UNTIL ACT-SUB > SELLER-ACT-COUNT
003970     END-IF
003980     PERFORM 8000-TERMINATE THRU 8000-EXIT
003990     STOP RUN.
004000******************************************************************
004010*    1000-INITIALIZE -- OPEN FILES, TAKE THE THRESHOLDS FROM     *
004020*    THE CONTROL CARD AND SET THE RUN DATE SERIALS.              *
004030******************************************************************
004040 1000-INITIALIZE.
004050     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
004060     PERFORM 9500-LOG-STEP-START THRU 9500-EXIT
004070     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
004080     OPEN INPUT  SALES-FILE
004090          INPUT  RESUBMIT-FILE
004100          INPUT  SALES-REJECT
004110          INPUT  TOTALS-ARCHIVE
004120          INPUT  SELLER-MASTER
004130          INPUT  SELLER-TOTALS
004140          INPUT  CONTROL-CARD-FILE
004150          OUTPUT ANOMALY-REPORT
004160     IF SALES-FILE-STATUS NOT = "00"
004170         DISPLAY "SALANOM: OPEN FAILED, SALES STATUS "
004180                 SALES-FILE-STATUS UPON CONSL
004190         GO TO 9999-ABORT-RUN
004200     END-IF
004210     IF SALES-REJECT-STATUS NOT = "00"
004220         DISPLAY "SALANOM: OPEN FAILED, SALESREJ STATUS "
004230                 SALES-REJECT-STATUS UPON CONSL
004240         GO TO 9999-ABORT-RUN
004250     END-IF
004260     IF TOTALS-ARCHIVE-STATUS NOT = "00"
004270         DISPLAY "SALANOM: OPEN FAILED, TOTARCH STATUS "
004280                 TOTALS-ARCHIVE-STATUS UPON CONSL
004290         GO TO 9999-ABORT-RUN
004300     END-IF
004310     IF SELLER-MASTER-STATUS NOT = "00"
004320         DISPLAY "SALANOM: OPEN FAILED, SELLERMST STATUS "
004330                 SELLER-MASTER-STATUS UPON CONSL
004340         GO TO 9999-ABORT-RUN
004350     END-IF
004360     IF SELLER-TOTALS-STATUS NOT = "00"
004370         DISPLAY "SALANOM: OPEN FAILED, TOTMST STATUS "
004380                 SELLER-TOTALS-STATUS UPON CONSL
004390         GO TO 9999-ABORT-RUN
004400     END-IF
004410     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
004420     COMPUTE RUN-MONTH-SERIAL
004430         = RUN-DATE-YYYY * 12 + RUN-DATE-MM
004440     MOVE RUN-DATE-NUM TO MDY-DATE-WORK
004450     PERFORM 7100-DAY-SERIAL THRU 7100-EXIT
004460     MOVE DAY-SERIAL TO RUN-DAY-SERIAL.
004470 1000-EXIT.
004480     EXIT.
004490******************************************************************
004500*    1050-READ-BUSINESS-DATE -- THE RUN DATE IS THE BUSINESS     *
004510*    DATE THE DAILY RUN POSTED THE NIGHT UNDER.                  *
004520******************************************************************
004530 1050-READ-BUSINESS-DATE.
004540     OPEN INPUT BUSINESS-DATE-FILE
004550     IF BUSINESS-DATE-STATUS NOT = "00"
004560         DISPLAY "SALANOM: OPEN FAILED, BUSDATE STATUS "
004570                 BUSINESS-DATE-STATUS UPON CONSL
004580         GO TO 9999-ABORT-RUN
004590     END-IF
004600     READ BUSINESS-DATE-FILE
004610         AT END
004620             DISPLAY "SALANOM: NO BUSINESS-DATE RECORD (BUSDATE)"
004630                 UPON CONSL
004640             GO TO 9999-ABORT-RUN
004650     END-READ
004660     MOVE BUS-PROCESSING-DATE TO RUN-DATE-NUM
004670     CLOSE BUSINESS-DATE-FILE.
004680 1050-EXIT.
004690     EXIT.
004700 1100-READ-CONTROL-CARD.
004710     READ CONTROL-CARD-FILE
004720         AT END
004730             MOVE "Y" TO AT-END-OF-CARDS-FLAG
004740     END-READ
004750     CLOSE CONTROL-CARD-FILE
004760     IF AT-END-OF-CARDS
004770         GO TO 1100-EXIT
004780     END-IF
004790     IF CARD-HISTORY-MONTHS NUMERIC
004800        AND CARD-HISTORY-MONTHS-NUM > ZERO
004810         MOVE CARD-HISTORY-MONTHS-NUM TO HISTORY-MONTHS
004820     END-IF
004830     IF CARD-BUSINESS-DAYS NUMERIC
004840        AND CARD-BUSINESS-DAYS-NUM > ZERO
004850         MOVE CARD-BUSINESS-DAYS-NUM TO BUSINESS-DAYS
004860     END-IF
004870     IF CARD-NET-MULTIPLE NUMERIC
004880        AND CARD-NET-MULTIPLE-NUM > ZERO
004890         MOVE CARD-NET-MULTIPLE-NUM TO NET-MULTIPLE
004900     END-IF
004910     IF CARD-RETURN-RATIO NUMERIC
004920        AND CARD-RETURN-RATIO-NUM > ZERO
004930         MOVE CARD-RETURN-RATIO-NUM TO RETURN-RATIO-PCT
004940     END-IF
004950     IF CARD-NEAR-LIMIT-PCT NUMERIC
004960        AND CARD-NEAR-LIMIT-PCT-NUM > ZERO
004970         MOVE CARD-NEAR-LIMIT-PCT-NUM TO NEAR-LIMIT-PCT
004980     END-IF
004990     IF CARD-NEAR-LIMIT-COUNT NUMERIC
005000        AND CARD-NEAR-LIMIT-COUNT-NUM > ZERO
005010         MOVE CARD-NEAR-LIMIT-COUNT-NUM TO NEAR-LIMIT-COUNT
005020     END-IF
005030     IF CARD-REINSTATE-DAYS NUMERIC
005040        AND CARD-REINSTATE-DAYS-NUM > ZERO
005050         MOVE CARD-REINSTATE-DAYS-NUM TO REINSTATE-DAYS
005060     END-IF.
005070 1100-EXIT.
005080     EXIT.
005090******************************************************************
005100*    1200-LOAD-REJECT-KEY -- ONE KEY SUSPENDED BY TONIGHT'S      *
005110*    DAILY RUN.  ON A RESTARTED NIGHT THE JCL CONCATENATES THE   *
005120*    ABENDED RUN'S REJECT GENERATION AHEAD OF THE RERUN'S.       *
005130******************************************************************
005140 1200-LOAD-REJECT-KEY.
005150     READ SALES-REJECT
005160         AT END
005170             MOVE "Y" TO AT-END-OF-REJECTS-FLAG
005180             GO TO 1200-EXIT
005190     END-READ
005200     IF REJECT-SALES-KEY = SPACES
005210         GO TO 1200-EXIT
005220     END-IF
005230     IF REJECT-KEY-COUNT >= REJECT-KEY-MAX
005240         DISPLAY "SALANOM: REJECT KEY TABLE FULL" UPON CONSL
005250         GO TO 9999-ABORT-RUN
005260     END-IF
005270     ADD 1 TO REJECT-KEY-COUNT
005280     SET REJECT-IDX TO REJECT-KEY-COUNT
005290     MOVE REJECT-SALES-KEY TO RK-SALES-KEY (REJECT-IDX).
005300 1200-EXIT.
005310     EXIT.
005320******************************************************************
005330*    2000/2100 -- THE NIGHT'S INPUT IN DAILY-RUN POSTING ORDER:  *
005340*    THE RESUBMITTED CORRECTIONS FIRST, THEN THE DAY'S SALES.    *
005350******************************************************************
005360 2000-READ-RESUBMIT.
005370     READ RESUBMIT-FILE
005380         AT END
005390             MOVE "Y" TO AT-END-OF-RESUBMIT-FLAG
005400             GO TO 2000-EXIT
005410     END-READ
005420     MOVE RESUBMIT-SALES-DATA TO SALES-RECORD
005430     PERFORM 2200-ACCEPT-POSTING THRU 2200-EXIT.
005440 2000-EXIT.
005450     EXIT.
005460 2100-READ-SALES.
005470     READ SALES-FILE
005480         AT END
005490             MOVE "Y" TO AT-END-OF-SALES-FLAG
005500             GO TO 2100-EXIT
005510     END-READ
005520     PERFORM 2200-ACCEPT-POSTING THRU 2200-EXIT.
005530 2100-EXIT.
005540     EXIT.
005550******************************************************************
005560*    2200-ACCEPT-POSTING -- A RECORD WITH NO KEY, OR WHOSE KEY   *
005570*    THE DAILY RUN SUSPENDED, NEVER POSTED AND IS EXCLUDED.      *
005580*    OTHERWISE IT IS ADDED TO THE POSTING TABLE AND ITS          *
005590*    SELLER'S DAY TOTALS, NETTED AS THE DAILY RUN NETS IT.       *
005600******************************************************************
005610 2200-ACCEPT-POSTING.
005620     ADD 1 TO RECORDS-READ-COUNT
005630     MOVE "N" TO REJECTED-KEY-FLAG
005640     IF SALES-KEY = SPACES
005650         MOVE "Y" TO REJECTED-KEY-FLAG
005660     END-IF
005670     IF NOT REJECTED-KEY
005680        AND REJECT-KEY-COUNT > ZERO
005690         SET REJECT-IDX TO 1
005700         SEARCH REJECT-KEY-ENTRY
005710             AT END
005720                 CONTINUE
005730             WHEN REJECT-IDX > REJECT-KEY-COUNT
005740                 CONTINUE
005750             WHEN RK-SALES-KEY (REJECT-IDX) = SALES-KEY
005760                 MOVE "Y" TO REJECTED-KEY-FLAG
005770         END-SEARCH
005780     END-IF
005790     IF REJECTED-KEY
005800         ADD 1 TO RECORDS-EXCLUDED-COUNT
005810         GO TO 2200-EXIT
005820     END-IF
005830     PERFORM 2300-FIND-SELLER THRU 2300-EXIT
005840     IF POSTING-COUNT >= POSTING-MAX
005850         DISPLAY "SALANOM: POSTING TABLE FULL" UPON CONSL
005860         GO TO 9999-ABORT-RUN
005870     END-IF
005880     IF TRAN-RETURN
005890         COMPUTE SALES-NET-AMOUNT = ZERO - SALES-AMOUNT
005900     ELSE
005910         MOVE SALES-AMOUNT TO SALES-NET-AMOUNT
005920     END-IF
005930     ADD 1 TO POSTING-COUNT
005940     MOVE POSTING-COUNT    TO POST-SUB
005950     MOVE ACT-SUB          TO PT-ACT-SUB (POST-SUB)
005960     MOVE SALES-KEY        TO PT-SALES-KEY (POST-SUB)
005970     IF SALES-TRAN-TYPE = SPACE
005980         MOVE "S"             TO PT-TRAN-TYPE (POST-SUB)
005990     ELSE
006000         MOVE SALES-TRAN-TYPE TO PT-TRAN-TYPE (POST-SUB)
006010     END-IF
006020     MOVE SALES-AMOUNT     TO PT-AMOUNT (POST-SUB)
006030     MOVE SALES-NET-AMOUNT TO PT-NET-AMOUNT (POST-SUB)
006040     MOVE "N"              TO PT-NEAR-FLAG (POST-SUB)
006050     ADD 1 TO SA-POSTING-COUNT (ACT-SUB)
006060     ADD SALES-NET-AMOUNT TO SA-DAY-NET (ACT-SUB)
006070     EVALUATE TRUE
006080         WHEN TRAN-RETURN
006090             ADD SALES-AMOUNT TO SA-DAY-RETURNS (ACT-SUB)
006100         WHEN TRAN-SALE
006110             ADD SALES-AMOUNT TO SA-DAY-SALES (ACT-SUB)
006120     END-EVALUATE.
006130 2200-EXIT.
006140     EXIT.
006150******************************************************************
006160*    2300-FIND-SELLER -- LOCATE OR ADD THE SELLER'S ACTIVITY     *
006170*    ENTRY, LEAVING ACT-SUB SET.                                 *
006180******************************************************************
006190 2300-FIND-SELLER.
006200     MOVE "N" TO SELLER-FOUND-FLAG
006210     IF SELLER-ACT-COUNT > ZERO
006220         SET ACT-IDX TO 1
006230         SEARCH SELLER-ACT-ENTRY
006240             AT END
006250                 CONTINUE
006260             WHEN ACT-IDX > SELLER-ACT-COUNT
006270                 CONTINUE
006280             WHEN SA-SELLER-NAME (ACT-IDX) = SELLER-NAME
006290                 MOVE "Y" TO SELLER-FOUND-FLAG
006300         END-SEARCH
006310     END-IF
006320     IF SELLER-FOUND
006330         SET ACT-SUB TO ACT-IDX
006340         GO TO 2300-EXIT
006350     END-IF
006360     IF SELLER-ACT-COUNT >= SELLER-ACT-MAX
006370         DISPLAY "SALANOM: SELLER TABLE FULL" UPON CONSL
006380         GO TO 9999-ABORT-RUN
006390     END-IF
006400     ADD 1 TO SELLER-ACT-COUNT
006410     MOVE SELLER-ACT-COUNT TO ACT-SUB
006420     MOVE SELLER-NAME       TO SA-SELLER-NAME (ACT-SUB)
006430     MOVE SALES-BRANCH-CODE TO SA-BRANCH-CODE (ACT-SUB)
006440     MOVE ZERO TO SA-POSTING-COUNT (ACT-SUB)
006450     MOVE ZERO TO SA-DAY-SALES (ACT-SUB)
006460     MOVE ZERO TO SA-DAY-RETURNS (ACT-SUB)
006470     MOVE ZERO TO SA-DAY-NET (ACT-SUB)
006480     MOVE ZERO TO SA-HIST-TOTAL (ACT-SUB)
006490     MOVE ZERO TO SA-HIST-MONTHS (ACT-SUB)
006500     MOVE ZERO TO SA-DAILY-AVERAGE (ACT-SUB)
006510     MOVE ZERO TO SA-NET-MULTIPLE (ACT-SUB)
006520     MOVE ZERO TO SA-RETURN-RATIO (ACT-SUB)
006530     MOVE ZERO TO SA-NEAR-COUNT (ACT-SUB)
006540     MOVE ZERO TO SA-REINSTATE-DAYS (ACT-SUB)
006550     MOVE "N"  TO SA-NET-FLAG (ACT-SUB)
006560     MOVE "N"  TO SA-RATIO-FLAG (ACT-SUB)
006570     MOVE "N"  TO SA-NEAR-FLAG (ACT-SUB)
006580     MOVE "N"  TO SA-REINSTATE-FLAG (ACT-SUB).
006590 2300-EXIT.
006600     EXIT.
006610******************************************************************
006620*    3000-LOAD-HISTORY -- ONE ARCHIVED TOTALS RECORD.  ONLY A    *
006630*    SELLER ACTIVE TODAY AND A MONTH INSIDE THE TRAILING WINDOW  *
006640*    COUNT.  AS IN SELLPERF, ONLY THE GENERATION CLOSED IN A     *
006650*    MONTH CARRIES THAT MONTH'S AMOUNT, SO A ZERO MONTH BUCKET   *
006660*    IS IGNORED AND THE AVERAGE IS OVER MONTHS WITH ACTIVITY.    *
006670******************************************************************
006680 3000-LOAD-HISTORY.
006690     READ TOTALS-ARCHIVE INTO ARCHIVE-WORK-RECORD
006700         AT END
006710             MOVE "Y" TO AT-END-OF-ARCHIVE-FLAG
006720             GO TO 3000-EXIT
006730     END-READ
006740     ADD 1 TO ARCHIVE-READ-COUNT
006750     IF ARCH-TOT-MTD = ZERO
006760        OR SELLER-ACT-COUNT = ZERO
006770         GO TO 3000-EXIT
006780     END-IF
006790     COMPUTE RECORD-MONTH-SERIAL
006800         = ARCH-POSTED-YYYY * 12 + ARCH-POSTED-MM
006810     COMPUTE MONTHS-BACK = RUN-MONTH-SERIAL - RECORD-MONTH-SERIAL
006820     IF MONTHS-BACK < 1 OR MONTHS-BACK > HISTORY-MONTHS
006830         GO TO 3000-EXIT
006840     END-IF
006850     SET ACT-IDX TO 1
006860     SEARCH SELLER-ACT-ENTRY
006870         AT END
006880             GO TO 3000-EXIT
006890         WHEN ACT-IDX > SELLER-ACT-COUNT
006900             GO TO 3000-EXIT
006910         WHEN SA-SELLER-NAME (ACT-IDX) = ARCH-SELLER-NAME
006920             CONTINUE
006930     END-SEARCH
006940     ADD ARCH-TOT-MTD TO SA-HIST-TOTAL (ACT-IDX)
006950     ADD 1            TO SA-HIST-MONTHS (ACT-IDX).
006960 3000-EXIT.
006970     EXIT.
006980******************************************************************
006990*    4000-EVALUATE-SELLER -- APPLY THE FOUR TESTS TO ONE         *
007000*    SELLER'S DAY.                                               *
007010******************************************************************
007020 4000-EVALUATE-SELLER.
007030*    DAY'S NET AGAINST THE NORMAL DAILY AVERAGE.  A SELLER WITH
007040*    NO ARCHIVED HISTORY HAS NO AVERAGE AND IS NOT TESTED.
007050     IF SA-HIST-MONTHS (ACT-SUB) > ZERO
007060         COMPUTE SA-DAILY-AVERAGE (ACT-SUB) ROUNDED
007070             = SA-HIST-TOTAL (ACT-SUB)
007080             / (SA-HIST-MONTHS (ACT-SUB) * BUSINESS-DAYS)
007090     END-IF
007100     IF SA-DAILY-AVERAGE (ACT-SUB) > ZERO
007110         COMPUTE NET-LIMIT-AMOUNT
007120             = SA-DAILY-AVERAGE (ACT-SUB) * NET-MULTIPLE
007130         IF SA-DAY-NET (ACT-SUB) > NET-LIMIT-AMOUNT
007140             MOVE "Y" TO SA-NET-FLAG (ACT-SUB)
007150             ADD 1 TO NET-FLAG-COUNT
007160             COMPUTE SA-NET-MULTIPLE (ACT-SUB) ROUNDED
007170                 = SA-DAY-NET (ACT-SUB)
007180                 / SA-DAILY-AVERAGE (ACT-SUB)
007190                 ON SIZE ERROR
007200                     MOVE 9999999.99 TO SA-NET-MULTIPLE (ACT-SUB)
007210             END-COMPUTE
007220         END-IF
007230     END-IF
007240*    RETURNS AGAINST SALES.  RETURNS ON A DAY WITH NO SALES ARE
007250*    ALWAYS OVER THE RATIO.
007260     IF SA-DAY-RETURNS (ACT-SUB) > ZERO
007270         IF SA-DAY-SALES (ACT-SUB) = ZERO
007280             MOVE "Y" TO SA-RATIO-FLAG (ACT-SUB)
007290         ELSE
007300             COMPUTE SA-RETURN-RATIO (ACT-SUB) ROUNDED
007310                 = SA-DAY-RETURNS (ACT-SUB) * 100
007320                 / SA-DAY-SALES (ACT-SUB)
007330                 ON SIZE ERROR
007340                     MOVE 9999999.99 TO SA-RETURN-RATIO (ACT-SUB)
007350             END-COMPUTE
007360             IF SA-RETURN-RATIO (ACT-SUB) > RETURN-RATIO-PCT
007370                 MOVE "Y" TO SA-RATIO-FLAG (ACT-SUB)
007380             END-IF
007390         END-IF
007400         IF SA-RATIO-FLAGGED (ACT-SUB)
007410             ADD 1 TO RATIO-FLAG-COUNT
007420         END-IF
007430         PERFORM 4100-CHECK-NEAR-LIMIT THRU 4100-EXIT
007440     END-IF
007450     PERFORM 4300-CHECK-REINSTATED THRU 4300-EXIT
007460     IF SA-NET-FLAGGED (ACT-SUB) OR SA-RATIO-FLAGGED (ACT-SUB)
007470        OR SA-NEAR-FLAGGED (ACT-SUB)
007480        OR SA-REINSTATE-FLAGGED (ACT-SUB)
007490         ADD 1 TO SELLERS-FLAGGED-COUNT
007500     END-IF.
007510 4000-EXIT.
007520     EXIT.
007530******************************************************************
007540*    4100-CHECK-NEAR-LIMIT -- REBUILD THE PERIOD-TO-DATE NET     *
007550*    THE DAILY RUN TESTED EACH RETURN AGAINST (REASON 08 IS A    *
007560*    RETURN OVER YTD PLUS MTD): TONIGHT'S TOTMST LESS THE DAY,   *
007570*    THEN WALK THE SELLER'S POSTINGS IN ORDER.  A RETURN AT OR   *
007580*    OVER NEAR-LIMIT-PCT OF THE NET IT WAS TESTED AGAINST IS     *
007590*    MARKED; ENOUGH OF THEM MAKE A RUN.                          *
007600******************************************************************
007610 4100-CHECK-NEAR-LIMIT.
007620     MOVE SA-SELLER-NAME (ACT-SUB) TO SELLER-TOTALS-NAME
007630     READ SELLER-TOTALS
007640         INVALID KEY
007650             GO TO 4100-EXIT
007660     END-READ
007670     COMPUTE RUNNING-PTD
007680         = SELLER-TOT-YTD + SELLER-TOT-MTD - SA-DAY-NET (ACT-SUB)
007690     PERFORM 4200-WALK-POSTING THRU 4200-EXIT
007700         VARYING POST-SUB FROM 1 BY 1
007710         UNTIL POST-SUB > POSTING-COUNT
007720     IF SA-NEAR-COUNT (ACT-SUB) >= NEAR-LIMIT-COUNT
007730         MOVE "Y" TO SA-NEAR-FLAG (ACT-SUB)
007740         ADD 1 TO NEAR-FLAG-COUNT
007750     END-IF.
007760 4100-EXIT.
007770     EXIT.
007780 4200-WALK-POSTING.
007790     IF PT-ACT-SUB (POST-SUB) NOT = ACT-SUB
007800         GO TO 4200-EXIT
007810     END-IF
007820     IF PT-RETURN (POST-SUB)
007830        AND RUNNING-PTD > ZERO
007840         COMPUTE NEAR-LIMIT-AMOUNT
007850             = RUNNING-PTD * NEAR-LIMIT-PCT / 100
007860         IF PT-AMOUNT (POST-SUB) >= NEAR-LIMIT-AMOUNT
007870             MOVE "Y" TO PT-NEAR-FLAG (POST-SUB)
007880             ADD 1 TO SA-NEAR-COUNT (ACT-SUB)
007890         END-IF
007900     END-IF
007910     ADD PT-NET-AMOUNT (POST-SUB) TO RUNNING-PTD.
007920 4200-EXIT.
007930     EXIT.
007940******************************************************************
007950*    4300-CHECK-REINSTATED -- A SELLER REINSTATED ON SELLMNT     *
007960*    WITH AN EFFECTIVE DATE NO MORE THAN REINSTATE-DAYS BEFORE   *
007970*    THE RUN DATE.                                               *
007980******************************************************************
007990 4300-CHECK-REINSTATED.
008000     MOVE SA-SELLER-NAME (ACT-SUB) TO SELLER-MASTER-NAME
008010     READ SELLER-MASTER
008020         INVALID KEY
008030             GO TO 4300-EXIT
008040     END-READ
008050     IF NOT SELLER-REINSTATED
008060        OR SELLER-EFFECTIVE-DATE NOT NUMERIC
008070         GO TO 4300-EXIT
008080     END-IF
008090     MOVE SELLER-EFFECTIVE-DATE TO MDY-DATE-WORK
008100     IF MDY-DATE-MM < 01 OR MDY-DATE-MM > 12
008110         GO TO 4300-EXIT
008120     END-IF
008130     PERFORM 7100-DAY-SERIAL THRU 7100-EXIT
008140     COMPUTE DAYS-SINCE = RUN-DAY-SERIAL - DAY-SERIAL
008150     IF DAYS-SINCE < ZERO OR DAYS-SINCE > REINSTATE-DAYS
008160         GO TO 4300-EXIT
008170     END-IF
008180     MOVE DAYS-SINCE TO SA-REINSTATE-DAYS (ACT-SUB)
008190     MOVE "Y" TO SA-REINSTATE-FLAG (ACT-SUB)
008200     ADD 1 TO REINSTATE-FLAG-COUNT.
008210 4300-EXIT.
008220     EXIT.
008230******************************************************************
008240*    5000-PRINT-SELLER -- ONE BLOCK PER FLAGGED SELLER: THE      *
008250*    DAY'S TOTALS, THEN EACH FLAG WITH THE KEYS BEHIND IT.       *
008260******************************************************************
008270 5000-PRINT-SELLER.
008280     IF NOT SA-NET-FLAGGED (ACT-SUB)
008290        AND NOT SA-RATIO-FLAGGED (ACT-SUB)
008300        AND NOT SA-NEAR-FLAGGED (ACT-SUB)
008310        AND NOT SA-REINSTATE-FLAGGED (ACT-SUB)
008320         GO TO 5000-EXIT
008330     END-IF
008340     IF PRINT-LINE-COUNT + 4 >= PRINT-PAGE-LIMIT
008350         PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
008360     END-IF
008370     MOVE SA-SELLER-NAME (ACT-SUB)  TO SL-SELLER-NAME
008380     MOVE SA-BRANCH-CODE (ACT-SUB)  TO SL-BRANCH-CODE
008390     MOVE SA-DAY-SALES (ACT-SUB)    TO SL-DAY-SALES
008400     MOVE SA-DAY-RETURNS (ACT-SUB)  TO SL-DAY-RETURNS
008410     MOVE SA-DAY-NET (ACT-SUB)      TO SL-DAY-NET
008420     WRITE ANOMALY-PRINT-LINE FROM SELLER-LINE
008430         AFTER ADVANCING 2 LINES
008440     ADD 2 TO PRINT-LINE-COUNT
008450     IF SA-NET-FLAGGED (ACT-SUB)
008460         MOVE "DAY NET OVER MULTIPLE OF DAILY AVERAGE"
008470             TO FL-FLAG-TEXT
008480         MOVE "DAILY AVG  :"             TO FL-LABEL-1
008490         MOVE SA-DAILY-AVERAGE (ACT-SUB) TO AMOUNT-EDITED
008500         MOVE AMOUNT-EDIT-AREA           TO FL-VALUE-1
008510         MOVE "MULTIPLE   :"             TO FL-LABEL-2
008520         MOVE SA-NET-MULTIPLE (ACT-SUB)  TO AMOUNT-EDITED
008530         MOVE AMOUNT-EDIT-AREA           TO FL-VALUE-2
008540         MOVE "A" TO KEY-SELECT-CODE
008550         PERFORM 5100-PRINT-FLAG THRU 5100-EXIT
008560     END-IF
008570     IF SA-RATIO-FLAGGED (ACT-SUB)
008580         MOVE "RETURNS-TO-SALES RATIO OVER THRESHOLD"
008590             TO FL-FLAG-TEXT
008600         MOVE "RATIO PCT  :"             TO FL-LABEL-1
008610         IF SA-DAY-SALES (ACT-SUB) = ZERO
008620             MOVE "       NO SALES"      TO FL-VALUE-1
008630         ELSE
008640             MOVE SA-RETURN-RATIO (ACT-SUB) TO AMOUNT-EDITED
008650             MOVE AMOUNT-EDIT-AREA       TO FL-VALUE-1
008660         END-IF
008670         MOVE "THRESHOLD  :"             TO FL-LABEL-2
008680         MOVE RETURN-RATIO-PCT           TO AMOUNT-EDITED
008690         MOVE AMOUNT-EDIT-AREA           TO FL-VALUE-2
008700         MOVE "R" TO KEY-SELECT-CODE
008710         PERFORM 5100-PRINT-FLAG THRU 5100-EXIT
008720     END-IF
008730     IF SA-NEAR-FLAGGED (ACT-SUB)
008740         MOVE "RETURNS JUST UNDER RETURN-EXCEEDS-PTD LIMIT"
008750             TO FL-FLAG-TEXT
008760         MOVE "RETURNS    :"             TO FL-LABEL-1
008770         MOVE SA-NEAR-COUNT (ACT-SUB)    TO COUNT-EDITED
008780         MOVE COUNT-EDIT-AREA            TO FL-VALUE-1
008790         MOVE "AT PCT PTD :"             TO FL-LABEL-2
008800         MOVE NEAR-LIMIT-PCT             TO COUNT-EDITED
008810         MOVE COUNT-EDIT-AREA            TO FL-VALUE-2
008820         MOVE "N" TO KEY-SELECT-CODE
008830         PERFORM 5100-PRINT-FLAG THRU 5100-EXIT
008840     END-IF
008850     IF SA-REINSTATE-FLAGGED (ACT-SUB)
008860         MOVE "ACTIVITY SOON AFTER REINSTATEMENT"
008870             TO FL-FLAG-TEXT
008880         MOVE "DAYS SINCE :"             TO FL-LABEL-1
008890         MOVE SA-REINSTATE-DAYS (ACT-SUB) TO COUNT-EDITED
008900         MOVE COUNT-EDIT-AREA            TO FL-VALUE-1
008910         MOVE "WINDOW DAYS:"             TO FL-LABEL-2
008920         MOVE REINSTATE-DAYS             TO COUNT-EDITED
008930         MOVE COUNT-EDIT-AREA            TO FL-VALUE-2
008940         MOVE "A" TO KEY-SELECT-CODE
008950         PERFORM 5100-PRINT-FLAG THRU 5100-EXIT
008960     END-IF.
008970 5000-EXIT.
008980     EXIT.
008990******************************************************************
009000*    5100-PRINT-FLAG -- THE FLAG LINE ALREADY BUILT, THEN THE    *
009010*    SELECTED POSTINGS' KEYS FOUR TO A LINE.                     *
009020******************************************************************
009030 5100-PRINT-FLAG.
009040     IF PRINT-LINE-COUNT + 2 >= PRINT-PAGE-LIMIT
009050         PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
009060     END-IF
009070     WRITE ANOMALY-PRINT-LINE FROM FLAG-LINE
009080         AFTER ADVANCING 1 LINE
009090     ADD 1 TO PRINT-LINE-COUNT
009100     MOVE SPACES TO KEY-LINE
009110     MOVE ZERO   TO SLOT-SUB
009120     PERFORM 5200-SELECT-KEY THRU 5200-EXIT
009130         VARYING POST-SUB FROM 1 BY 1
009140         UNTIL POST-SUB > POSTING-COUNT
009150     IF SLOT-SUB > ZERO
009160         PERFORM 5300-WRITE-KEY-LINE THRU 5300-EXIT
009170     END-IF.
009180 5100-EXIT.
009190     EXIT.
009200 5200-SELECT-KEY.
009210     IF PT-ACT-SUB (POST-SUB) NOT = ACT-SUB
009220         GO TO 5200-EXIT
009230     END-IF
009240     IF KEY-SELECT-RETURNS AND NOT PT-RETURN (POST-SUB)
009250         GO TO 5200-EXIT
009260     END-IF
009270     IF KEY-SELECT-NEAR-LIMIT AND NOT PT-NEAR-LIMIT (POST-SUB)
009280         GO TO 5200-EXIT
009290     END-IF
009300     ADD 1 TO SLOT-SUB
009310     MOVE PT-SALES-KEY (POST-SUB) TO KL-SALES-KEY (SLOT-SUB)
009320     MOVE PT-TRAN-TYPE (POST-SUB) TO KL-TRAN-TYPE (SLOT-SUB)
009330     MOVE PT-AMOUNT (POST-SUB)    TO KL-AMOUNT (SLOT-SUB)
009340     IF SLOT-SUB = 4
009350         PERFORM 5300-WRITE-KEY-LINE THRU 5300-EXIT
009360     END-IF.
009370 5200-EXIT.
009380     EXIT.
009390 5300-WRITE-KEY-LINE.
009400     IF PRINT-LINE-COUNT >= PRINT-PAGE-LIMIT
009410         PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
009420     END-IF
009430     WRITE ANOMALY-PRINT-LINE FROM KEY-LINE
009440         AFTER ADVANCING 1 LINE
009450     ADD 1 TO PRINT-LINE-COUNT
009460     MOVE SPACES TO KEY-LINE
009470     MOVE ZERO   TO SLOT-SUB.
009480 5300-EXIT.
009490     EXIT.
009500******************************************************************
009510*    7100-DAY-SERIAL -- DAYS FROM 01/01/0001 TO THE MMDDYYYY     *
009520*    DATE IN MDY-DATE-WORK, LEFT IN DAY-SERIAL.                  *
009530******************************************************************
009540 7100-DAY-SERIAL.
009550     COMPUTE PRIOR-YEARS = MDY-DATE-YYYY - 1
009560     COMPUTE DAY-SERIAL = PRIOR-YEARS * 365
009570     DIVIDE PRIOR-YEARS BY 4 GIVING LEAP-QUOTIENT
009580     ADD LEAP-QUOTIENT TO DAY-SERIAL
009590     DIVIDE PRIOR-YEARS BY 100 GIVING LEAP-QUOTIENT
009600     SUBTRACT LEAP-QUOTIENT FROM DAY-SERIAL
009610     DIVIDE PRIOR-YEARS BY 400 GIVING LEAP-QUOTIENT
009620     ADD LEAP-QUOTIENT TO DAY-SERIAL
009630     ADD MONTH-START-DAYS (MDY-DATE-MM) TO DAY-SERIAL
009640     ADD MDY-DATE-DD TO DAY-SERIAL
009650     IF MDY-DATE-MM > 2
009660         DIVIDE MDY-DATE-YYYY BY 4 GIVING LEAP-QUOTIENT
009670             REMAINDER LEAP-REMAINDER-4
009680         DIVIDE MDY-DATE-YYYY BY 100 GIVING LEAP-QUOTIENT
009690             REMAINDER LEAP-REMAINDER-100
009700         DIVIDE MDY-DATE-YYYY BY 400 GIVING LEAP-QUOTIENT
009710             REMAINDER LEAP-REMAINDER-400
009720         IF LEAP-REMAINDER-4 = ZERO
009730            AND (LEAP-REMAINDER-100 NOT = ZERO
009740                 OR LEAP-REMAINDER-400 = ZERO)
009750             ADD 1 TO DAY-SERIAL
009760         END-IF
009770     END-IF.
009780 7100-EXIT.
009790     EXIT.
009800******************************************************************
009810*    7500-PAGE-HEADING.                                          *
009820******************************************************************
009830 7500-PAGE-HEADING.
009840     ADD 1 TO PRINT-PAGE-COUNT
009850     MOVE RUN-DATE-NUM          TO AH1-RUN-DATE
009860     MOVE RUN-TIMESTAMP (1:16)  TO AH1-TIMESTAMP
009870     MOVE PRINT-PAGE-COUNT      TO AH1-PAGE
009880     MOVE NET-MULTIPLE          TO AH2-NET-MULTIPLE
009890     MOVE HISTORY-MONTHS        TO AH2-HISTORY-MONTHS
009900     MOVE BUSINESS-DAYS         TO AH2-BUSINESS-DAYS
009910     MOVE RETURN-RATIO-PCT      TO AH2-RETURN-RATIO
009920     MOVE NEAR-LIMIT-COUNT      TO AH2-NEAR-LIMIT-COUNT
009930     MOVE NEAR-LIMIT-PCT        TO AH2-NEAR-LIMIT-PCT
009940     MOVE REINSTATE-DAYS        TO AH2-REINSTATE-DAYS
009950     WRITE ANOMALY-PRINT-LINE FROM ANOMALY-HEADING-1
009960         AFTER ADVANCING PAGE
009970     WRITE ANOMALY-PRINT-LINE FROM ANOMALY-HEADING-2
009980         AFTER ADVANCING 1 LINE
009990     MOVE 2 TO PRINT-LINE-COUNT.
010000 7500-EXIT.
010010     EXIT.
010020******************************************************************
010030*    8000-TERMINATE -- CONTROL COUNTS AND CLOSE.                 *
010040******************************************************************
010050 8000-TERMINATE.
010060     IF PRINT-PAGE-COUNT = ZERO
010070        OR PRINT-LINE-COUNT + 10 >= PRINT-PAGE-LIMIT
010080         PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
010090     END-IF
010100     MOVE SPACES TO ANOMALY-PRINT-LINE
010110     WRITE ANOMALY-PRINT-LINE AFTER ADVANCING 2 LINES
010120     MOVE "RECORDS READ          : " TO NT-TOTAL-TEXT
010130     MOVE RECORDS-READ-COUNT         TO NT-TOTAL-COUNT
010140     WRITE ANOMALY-PRINT-LINE FROM ANOMALY-TOTAL-LINE
010150         AFTER ADVANCING 1 LINE
010160     MOVE "REJECTED, NOT POSTED  : " TO NT-TOTAL-TEXT
010170     MOVE RECORDS-EXCLUDED-COUNT     TO NT-TOTAL-COUNT
010180     WRITE ANOMALY-PRINT-LINE FROM ANOMALY-TOTAL-LINE
010190         AFTER ADVANCING 1 LINE
010200     MOVE "POSTINGS REVIEWED     : " TO NT-TOTAL-TEXT
010210     MOVE POSTING-COUNT              TO NT-TOTAL-COUNT
010220     WRITE ANOMALY-PRINT-LINE FROM ANOMALY-TOTAL-LINE
010230         AFTER ADVANCING 1 LINE
010240     MOVE "SELLERS WITH ACTIVITY : " TO NT-TOTAL-TEXT
010250     MOVE SELLER-ACT-COUNT           TO NT-TOTAL-COUNT
010260     WRITE ANOMALY-PRINT-LINE FROM ANOMALY-TOTAL-LINE
010270         AFTER ADVANCING 1 LINE
010280     MOVE "SELLERS FLAGGED       : " TO NT-TOTAL-TEXT
010290     MOVE SELLERS-FLAGGED-COUNT      TO NT-TOTAL-COUNT
010300     WRITE ANOMALY-PRINT-LINE FROM ANOMALY-TOTAL-LINE
010310         AFTER ADVANCING 1 LINE
010320     MOVE "  NET OVER AVERAGE    : " TO NT-TOTAL-TEXT
010330     MOVE NET-FLAG-COUNT             TO NT-TOTAL-COUNT
010340     WRITE ANOMALY-PRINT-LINE FROM ANOMALY-TOTAL-LINE
010350         AFTER ADVANCING 1 LINE
010360     MOVE "  RETURN RATIO        : " TO NT-TOTAL-TEXT
010370     MOVE RATIO-FLAG-COUNT           TO NT-TOTAL-COUNT
010380     WRITE ANOMALY-PRINT-LINE FROM ANOMALY-TOTAL-LINE
010390         AFTER ADVANCING 1 LINE
010400     MOVE "  NEAR PTD LIMIT      : " TO NT-TOTAL-TEXT
010410     MOVE NEAR-FLAG-COUNT            TO NT-TOTAL-COUNT
010420     WRITE ANOMALY-PRINT-LINE FROM ANOMALY-TOTAL-LINE
010430         AFTER ADVANCING 1 LINE
010440     MOVE "  RECENTLY REINSTATED : " TO NT-TOTAL-TEXT
010450     MOVE REINSTATE-FLAG-COUNT       TO NT-TOTAL-COUNT
010460     WRITE ANOMALY-PRINT-LINE FROM ANOMALY-TOTAL-LINE
010470         AFTER ADVANCING 1 LINE
010480     CLOSE SALES-FILE RESUBMIT-FILE SALES-REJECT TOTALS-ARCHIVE
010490           SELLER-MASTER SELLER-TOTALS ANOMALY-REPORT
010500     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
010510     DISPLAY "SALANOM: " SELLERS-FLAGGED-COUNT
010520             " SELLERS FLAGGED FOR AUDIT" UPON CONSL.
010530 8000-EXIT.
010540     EXIT.
010550******************************************************************
010560*    9500/9600 -- STEP START AND STEP END EVENTS TO THE SHARED   *
010570*    RUN-EVENT FILE (RUNEVNT) READ BY THE END-OF-NIGHT           *
010580*    VERIFIER (RUNVRFY).                                         *
010590******************************************************************
010600 9500-LOG-STEP-START.
010610     OPEN EXTEND RUN-EVENT-FILE
010620     MOVE SPACES                TO RUN-EVENT-RECORD
010630     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
010640     MOVE "SALANOM"             TO EVENT-STEP-NAME
010650     MOVE "S"                   TO EVENT-TYPE-CODE
010660     MOVE ZERO                  TO EVENT-RETURN-CODE
010670     MOVE ZERO                  TO EVENT-READ-COUNT
010680     MOVE ZERO                  TO EVENT-OUT-COUNT
010690     MOVE ZERO                  TO EVENT-REJECT-COUNT
010700     WRITE RUN-EVENT-RECORD.
010710 9500-EXIT.
010720     EXIT.
010730 9600-LOG-STEP-END.
010740     MOVE SPACES                TO RUN-EVENT-RECORD
010750     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
010760     MOVE "SALANOM"             TO EVENT-STEP-NAME
010770     MOVE "E"                   TO EVENT-TYPE-CODE
010780     MOVE RETURN-CODE           TO EVENT-RETURN-CODE
010790     MOVE RECORDS-READ-COUNT     TO EVENT-READ-COUNT
010800     MOVE SELLERS-FLAGGED-COUNT  TO EVENT-OUT-COUNT
010810     MOVE RECORDS-EXCLUDED-COUNT TO EVENT-REJECT-COUNT
010820     WRITE RUN-EVENT-RECORD
010830     CLOSE RUN-EVENT-FILE.
010840 9600-EXIT.
010850     EXIT.
010860******************************************************************
010870*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
010880******************************************************************
010890 9999-ABORT-RUN.
010900     DISPLAY "SALANOM: RUN ABORTED" UPON CONSL
010910     MOVE 16 TO RETURN-CODE
010920     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
010930     STOP RUN.
