000080*    REJECT FILE FOR THE RECYCLE RUN (SALRECYC).                 *
000090*    CHECKPOINTS THE LAST SALES KEY EVERY CHECKPOINT-INTERVAL    *
000100*    RECORDS SO AN ABENDED RUN CAN BE RESTARTED IN PLACE.        *
000110*    A SALE DATED IN A MONTH CLOSECTL SHOWS CLOSED IS CALLED     *
000120*    OUT AS A PRIOR-PERIOD ADJUSTMENT ON ITS OWN FILE AND        *
000130*    REGISTER (SEE SALADJSM FOR THE MONTH-END SUMMARY).          *
000140*    THE NIGHT'S ACCEPTED POSTINGS ARE SUMMARIZED BY BRANCH AND  *
000150*    TRANSACTION TYPE INTO A BALANCED GENERAL LEDGER JOURNAL     *
000160*    (GLJRNL) AND JOURNAL PROOF, ACCOUNTS TAKEN FROM GLACCTS.    *
000170*    THE RUN DATE STAMPED ON THE POSTINGS, THE JOURNAL, THE      *
000180*    MANIFEST AND SALES_DETAIL IS THE PROCESSING DATE ON THE     *
000190*    BUSINESS-DATE CONTROL RECORD (BUSDATE), NOT THE CLOCK, SO A *
000200*    RUN PAST MIDNIGHT OR A MORNING RERUN POSTS TO ITS OWN NIGHT.*
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    SALESDLY.
000240 AUTHOR.        R. T. CALDWELL.
000250 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000260 DATE-WRITTEN.  11/02/98.
000270 DATE-COMPILED.
000280******************************************************************
000290*                     MODIFICATION HISTORY                       *
000300*  DATE      INIT  DESCRIPTION                                   *
000310*  --------  ----  ---------------------------------------------*
000320*  11/02/98  RTC   INITIAL VERSION                               *
000330*  08/22/26  RTC   READ CORRECTED REJECTS FROM THE RESUBMIT      *
000340*                  FILE AHEAD OF THE DAY'S SALES; STRUCTURED     *
000350*                  REJECT RECORD WITH REASON CODE, ORIGINAL      *
000360*                  SALES KEY AND RETRY COUNT                     *
000370*  08/22/26  RTC   REJECT SALES FOR TERMINATED SELLERS           *
000380*                  (SELLER STATUS ON SELLMST, SEE SELLMNT)       *
000390*  08/22/26  RTC   RUN-BALANCING STEP AT TERMINATE TIME WITH     *
000400*                  CONTROL TOTALS, RUN-CONTROL REPORT AND        *
000410*                  ABEND 3333 WHEN OUT OF BALANCE                *
000420*  08/22/26  RTC   POST DAILY SALES INTO THE SELLER TOTALS       *
000430*                  MASTER (SELLTOT) SO THE ROLLUP REPORT         *
000440*                  SHOWS TRUE MTD/YTD; SEE TOTMEND/TOTYEND       *
000450*  08/22/26  RTC   TRANSACTION TYPE ON THE SALES RECORD WITH     *
000460*                  SIGNED NETTING OF RETURNS THROUGH REPORTS,    *
000470*                  TOTALS AND CSV; RETURNS REGISTER; REJECT A    *
000480*                  RETURN EXCEEDING PERIOD-TO-DATE SALES         *
000490*  08/22/26  RTC   INSERT EACH ACCEPTED SALE INTO THE DB2        *
000500*                  SALES_DETAIL TABLE, COMMITTING IN STEP        *
000510*                  WITH THE CHECKPOINT; FAILED INSERTS GO TO     *
000520*                  THE DB2 ERROR LOG AND THE REJECT FILE         *
000530*  09/02/26  RTC   BRANCH CODE ON THE SALES RECORD: EDITED IN    *
000540*                  THE COMMON EDIT, BRANCH CONTROL BREAKS ON     *
000550*                  THE SALES AND ROLLUP REPORTS, BRANCH IN THE   *
000560*                  CSV EXTRACT AND THE SALES_DETAIL INSERT,      *
000570*                  AND BRANCH SUBTOTALS ON THE RUN CONTROL       *
000580*                  REPORT SO EACH OFFICE CAN BALANCE ITS DAY     *
000590*  09/02/26  RTC   CHECK EACH INCOMING KEY AGAINST POSTED        *
000600*                  SALES_DETAIL HISTORY; CROSS-DAY DUPLICATES    *
000610*                  SUSPEND UNDER REASON 11 AND COUNT ON THE      *
000620*                  RUN CONTROL REPORT                            *
000630*  09/02/26  RTC   TRANSMISSION MANIFEST (CSVMANI) CUT WITH      *
000640*                  THE CSV EXTRACT -- RUN DATE, LINE COUNT AND   *
000650*                  AMOUNT HASH TOTAL -- MATCHED EACH MORNING     *
000660*                  AGAINST THE REGIONAL ACKNOWLEDGMENT (CSVACK)  *
000670*  09/02/26  RTC   RESTART REPLAY SKIPS THE TOTALS POST FOR      *
000680*                  KEYS THE ABENDED RUN SUSPENDED, READ FROM     *
000690*                  ITS REJECT GENERATION (PRIORREJ) -- THOSE     *
000700*                  RECORDS ARE AWAITING RECYCLE, NOT POSTED      *
000710*  09/02/26  RTC   STEP START/END EVENTS WITH RETURN CODE AND    *
000720*                  KEY COUNTS TO THE SHARED RUN-EVENT FILE       *
000730*                  (RUNEVNT) FOR THE END-OF-NIGHT VERIFIER       *
000740*                  (RUNVRFY)                                     *
000750*  10/15/26  RTC   PRIOR-PERIOD ADJUSTMENTS: A SALE DATED IN A   *
000760*                  MONTH CLOSECTL SHOWS CLOSED IS WRITTEN TO THE *
000770*                  PRIORADJ FILE AND A PRIOR-PERIOD REGISTER     *
000780*                  WITH ITS ORIGINAL MONTH, AND COUNTED ON THE   *
000790*                  RUN CONTROL REPORT                            *
000800*  10/15/26  RTC   DAILY GL JOURNAL (GLJRNL) BY BRANCH AND TRAN  *
000810*                  TYPE WITH RECEIVABLE OFFSETS, ACCOUNTS FROM   *
000820*                  THE GLACCTS MAPPING FILE, A BALANCING TRAILER *
000830*                  AND A JOURNAL PROOF (GLPRINT) TIED TO THE RUN *
000840*                  CONTROL TOTALS                                *
000850*  10/15/26  RTC   RUN DATE AND SALES_DETAIL POSTING DATE TAKEN  *
000860*                  FROM THE BUSINESS-DATE RECORD (BUSDATE) IN    *
000870*                  PLACE OF THE SYSTEM CLOCK                     *
000880******************************************************************
000890 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
000910 SOURCE-COMPUTER.  GNULINUX.
000920 OBJECT-COMPUTER.  HERCULES.
000930 SPECIAL-NAMES.
000940     CONSOLE IS CONSL.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
000970     SELECT SALES-FILE
000980         ASSIGN TO SALES
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS SALES-FILE-STATUS.
001010     SELECT OPTIONAL RESUBMIT-FILE
001020         ASSIGN TO RESUBMIT
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS RESUBMIT-FILE-STATUS.
001050     SELECT OPTIONAL PRIOR-REJECT-FILE
001060         ASSIGN TO PRIORREJ
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS PRIOR-REJECT-STATUS.
001090     SELECT REPORT-OUT
001100         ASSIGN TO RPTOUT
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS REPORT-OUT-STATUS.
001130     SELECT SALES-REJECT
001140         ASSIGN TO SALESREJ
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS SALES-REJECT-STATUS.
001170     SELECT CSV-EXTRACT
001180         ASSIGN TO CSVOUT
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS CSV-EXTRACT-STATUS.
001210     SELECT MANIFEST-FILE
001220         ASSIGN TO CSVMANI
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS MANIFEST-FILE-STATUS.
001250     SELECT CHECKPOINT-FILE
001260         ASSIGN TO CHKPT
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS CHECKPOINT-STATUS.
001290     SELECT RUN-CONTROL-REPORT
001300         ASSIGN TO RUNCTL
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS RUN-CONTROL-STATUS.
001330     SELECT SELLER-MASTER
001340         ASSIGN TO SELLERMST
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS RANDOM
001370         RECORD KEY IS SELLER-MASTER-NAME
001380         FILE STATUS IS SELLER-MASTER-STATUS.
001390     SELECT DB2-ERROR-LOG
001400         ASSIGN TO DB2ERR
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS DB2-ERROR-STATUS.
001430     SELECT SELLER-TOTALS
001440         ASSIGN TO TOTMST
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS RANDOM
001470         RECORD KEY IS SELLER-TOTALS-NAME
001480         FILE STATUS IS SELLER-TOTALS-STATUS.
001490     SELECT RUN-EVENT-FILE
001500         ASSIGN TO RUNEVNT
001510         ORGANIZATION IS SEQUENTIAL
001520         FILE STATUS IS RUN-EVENT-STATUS.
001530     SELECT OPTIONAL CLOSE-CONTROL-FILE
001540         ASSIGN TO CLOSECTL
001550         ORGANIZATION IS SEQUENTIAL
001560         FILE STATUS IS CLOSE-CONTROL-STATUS.
001570     SELECT PRIOR-PERIOD-FILE
001580         ASSIGN TO PRIORADJ
001590         ORGANIZATION IS SEQUENTIAL
001600         FILE STATUS IS PRIOR-PERIOD-STATUS.
001610     SELECT GL-ACCOUNT-FILE
001620         ASSIGN TO GLACCTS
001630         ORGANIZATION IS SEQUENTIAL
001640         FILE STATUS IS GL-ACCOUNT-STATUS.
001650     SELECT GL-JOURNAL-FILE
001660         ASSIGN TO GLJRNL
001670         ORGANIZATION IS SEQUENTIAL
001680         FILE STATUS IS GL-JOURNAL-STATUS.
001690     SELECT GL-PROOF-REPORT
001700         ASSIGN TO GLPRINT
001710         ORGANIZATION IS SEQUENTIAL
001720         FILE STATUS IS GL-PROOF-STATUS.
001730     SELECT BUSINESS-DATE-FILE
001740         ASSIGN TO BUSDATE
001750         ORGANIZATION IS SEQUENTIAL
001760         FILE STATUS IS BUSINESS-DATE-STATUS.
001770 DATA DIVISION.
001780 FILE SECTION.
001790 FD  SALES-FILE.
001800 01  SALES-FILE-RECORD           PIC X(80).
001810 FD  RESUBMIT-FILE.
001820     COPY RESUBREC.
001830*    THE ABENDED RUN'S REJECT GENERATION, POINTED AT BY THE
001840*    RESTART JCL; ONLY THE SUSPENDED SALES KEY IS NEEDED
001850*    (LAYOUT AS COPYBOOK SALESREJ).
001860 FD  PRIOR-REJECT-FILE.
001870 01  PRIOR-REJECT-RECORD.
001880     03  FILLER                  PIC X(02).
001890     03  PRIOR-REJECT-KEY        PIC X(10).
001900     03  FILLER                  PIC X(107).
001910 FD  REPORT-OUT
001920     REPORTS ARE SALES-REPORT SALES-ROLLUP-REPORT
001930                 RETURNS-REGISTER PRIOR-PERIOD-REGISTER.
001940 FD  SALES-REJECT.
001950     COPY SALESREJ.
001960 FD  CSV-EXTRACT.
001970 01  CSV-EXTRACT-RECORD          PIC X(80).
001980 FD  MANIFEST-FILE.
001990     COPY CSVMANI.
002000 FD  CHECKPOINT-FILE.
002010 01  CHECKPOINT-RECORD.
002020     03  CHECKPOINT-LAST-KEY     PIC X(10).
002030 FD  DB2-ERROR-LOG.
002040 01  DB2-ERROR-RECORD.
002050     03  DB2-ERROR-STATEMENT     PIC X(60).
002060     03  DB2-ERROR-SQLCODE       PIC S9(09).
002070     03  DB2-ERROR-SQLSTATE      PIC X(05).
002080     03  DB2-ERROR-TIMESTAMP     PIC X(26).
002090 FD  RUN-CONTROL-REPORT.
002100 01  RUN-CONTROL-LINE            PIC X(132).
002110 FD  SELLER-MASTER.
002120     COPY SELLMST.
002130 FD  SELLER-TOTALS.
002140     COPY SELLTOT.
002150 FD  RUN-EVENT-FILE.
002160     COPY RUNEVENT.
002170 FD  CLOSE-CONTROL-FILE.
002180     COPY CLOSECTL.
002190 FD  PRIOR-PERIOD-FILE.
002200     COPY PRIORADJ.
002210 FD  GL-ACCOUNT-FILE.
002220     COPY GLACCT.
002230 FD  GL-JOURNAL-FILE.
002240     COPY GLJRNL.
002250 FD  GL-PROOF-REPORT.
002260 01  GL-PROOF-LINE               PIC X(132).
002270 FD  BUSINESS-DATE-FILE.
002280     COPY BUSDATE.
002290 WORKING-STORAGE SECTION.
002300 77  RUN-EVENT-STATUS            PIC X(02) VALUE SPACES.
002310 77  SALES-FILE-STATUS           PIC X(02) VALUE SPACES.
002320 77  RESUBMIT-FILE-STATUS        PIC X(02) VALUE SPACES.
002330 77  REPORT-OUT-STATUS           PIC X(02) VALUE SPACES.
002340 77  SALES-REJECT-STATUS         PIC X(02) VALUE SPACES.
002350 77  CSV-EXTRACT-STATUS          PIC X(02) VALUE SPACES.
002360 77  MANIFEST-FILE-STATUS        PIC X(02) VALUE SPACES.
002370 77  CHECKPOINT-STATUS           PIC X(02) VALUE SPACES.
002380 77  SELLER-MASTER-STATUS        PIC X(02) VALUE SPACES.
002390 77  RUN-CONTROL-STATUS          PIC X(02) VALUE SPACES.
002400 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
002410 77  AT-END-OF-SALES-FLAG        PIC X(01) VALUE "N".
002420     88  AT-END-OF-SALES                   VALUE "Y".
002430 77  AT-END-OF-RESUBMIT-FLAG     PIC X(01) VALUE "N".
002440     88  AT-END-OF-RESUBMIT                VALUE "Y".
002450 77  SELLER-MASTER-FOUND-FLAG    PIC X(01) VALUE "N".
002460     88  SELLER-MASTER-FOUND               VALUE "Y".
002470 77  SALES-RECORD-COUNT          PIC 9(05) COMP VALUE ZERO.
002480 77  CHECKPOINT-INTERVAL         PIC 9(05) COMP VALUE 100.
002490 77  CURRENT-RETRY-COUNT         PIC 9(01) VALUE ZERO.
002500 77  RESTART-LAST-KEY            PIC X(10) VALUE SPACES.
002510 77  PRIOR-REJECT-STATUS         PIC X(02) VALUE SPACES.
002520 77  AT-END-OF-PRIOR-FLAG        PIC X(01) VALUE "N".
002530     88  AT-END-OF-PRIOR                   VALUE "Y".
002540 77  PRIOR-KEY-FOUND-FLAG        PIC X(01) VALUE "N".
002550     88  PRIOR-KEY-FOUND                   VALUE "Y".
002560*    SALES KEYS THE ABENDED RUN SUSPENDED ON ITS REJECT
002570*    GENERATION.  THE REPLAY MUST NOT POST TOTALS FOR THEM --
002580*    THEY ARE AWAITING THE RECYCLE RUN, NOT POSTED -- SO A
002590*    FULL TABLE ABORTS THE RESTART RATHER THAN RISK DRIFT.
002600 01  PRIOR-REJECT-TABLE.
002610     03  PRIOR-REJECT-COUNT      PIC 9(04) COMP VALUE ZERO.
002620     03  PRIOR-REJECT-MAX        PIC 9(04) COMP VALUE 1000.
002630     03  PRIOR-REJECT-ENTRY OCCURS 1000 TIMES
002640             INDEXED BY PRIOR-IDX.
002650         05  PR-SALES-KEY        PIC X(10).
002660 77  SELLER-TOTALS-STATUS        PIC X(02) VALUE SPACES.
002670 77  RUN-DATE-NUM                PIC 9(08) VALUE ZERO.
002680 77  SELLER-MONTH-AMOUNT         PIC S9(09)V99 VALUE ZERO.
002690 77  SELLER-YTD-AMOUNT           PIC S9(09)V99 VALUE ZERO.
002700 77  CSV-SALES-AMOUNT-EDITED     PIC Z,ZZZ,ZZ9.99-.
002710 77  CSV-TRAN-TYPE               PIC X(01) VALUE "S".
002720 77  SALES-NET-AMOUNT            PIC S9(07)V99 VALUE ZERO.
002730 77  DB2-ERROR-STATUS            PIC X(02) VALUE SPACES.
002740 77  DB2-INSERT-COUNT            PIC 9(07) COMP VALUE ZERO.
002750 77  DB2-ERROR-COUNT             PIC 9(07) COMP VALUE ZERO.
002760 77  DB2-INSERT-OK-FLAG          PIC X(01) VALUE "Y".
002770     88  DB2-INSERT-OK                     VALUE "Y".
002780 77  DUPLICATE-KEY-FLAG          PIC X(01) VALUE "N".
002790     88  DUPLICATE-POSTED-KEY              VALUE "Y".
002800 77  DUPLICATE-KEY-COUNT         PIC 9(07) COMP VALUE ZERO.
002810 77  DB2-STATEMENT-TEXT          PIC X(60) VALUE SPACES.
002820*    HOST VARIABLES FOR THE SALES_DETAIL INSERT.
002830 01  SALES-HOST-VARS.
002840     03  HV-SALES-KEY            PIC X(10).
002850     03  HV-SALES-DATE           PIC X(10).
002860     03  HV-POSTING-DATE         PIC X(10).
002870     03  HV-SELLER-NAME          PIC X(30).
002880     03  HV-SALES-AMOUNT         PIC S9(07)V99 COMP-3.
002890     03  HV-TRAN-TYPE            PIC X(01).
002900     03  HV-BRANCH-CODE          PIC X(02).
002910     03  HV-DUP-COUNT            PIC S9(09) COMP.
002920     EXEC SQL INCLUDE SQLCA END-EXEC.
002930*    RUN-BALANCING CONTROL TOTALS, COMPARED AT TERMINATE TIME.
002940 77  RECORDS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
002950 77  RECORDS-GENERATED-COUNT     PIC 9(07) COMP VALUE ZERO.
002960 77  RECORDS-REJECTED-COUNT      PIC 9(07) COMP VALUE ZERO.
002970 77  RESTART-SKIPPED-COUNT       PIC 9(07) COMP VALUE ZERO.
002980 77  CSV-LINES-COUNT             PIC 9(07) COMP VALUE ZERO.
002990*    MANIFEST ACCUMULATORS COVER THE WHOLE NIGHT'S EXTRACT:
003000*    THE LINES THIS RUN WRITES (5300) PLUS, ON A RESTART, THE
003010*    LINES THE ABENDED RUN ALREADY EXTRACTED AND COMMITTED,
003020*    RE-COUNTED AS THE REPLAY ACCEPTS THEM (5050).
003030 77  MANIFEST-LINES-COUNT        PIC 9(07) COMP VALUE ZERO.
003040 77  MANIFEST-HASH-AMOUNT        PIC S9(11)V99 VALUE ZERO.
003050 77  BALANCE-EXPECTED-COUNT      PIC 9(07) COMP VALUE ZERO.
003060 77  DETAIL-HASH-TOTAL           PIC S9(11)V99 VALUE ZERO.
003070 77  BALANCE-GRAND-TOTAL         PIC S9(11)V99 VALUE ZERO.
003080 77  OUT-OF-BALANCE-FLAG         PIC X(01) VALUE "N".
003090     88  RUN-OUT-OF-BALANCE                VALUE "Y".
003100 77  ABEND-CODE                  PIC S9(04) COMP VALUE ZERO.
003110 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
003120 77  BRANCH-SUB                  PIC 9(01) COMP VALUE ZERO.
003130 77  CLOSE-CONTROL-STATUS        PIC X(02) VALUE SPACES.
003140 77  PRIOR-PERIOD-STATUS         PIC X(02) VALUE SPACES.
003150 77  SALES-PERIOD                PIC 9(06) VALUE ZERO.
003160 77  PRIOR-PERIOD-COUNT          PIC 9(07) COMP VALUE ZERO.
003170 77  PRIOR-PERIOD-AMOUNT         PIC S9(11)V99 VALUE ZERO.
003180 77  GL-ACCOUNT-STATUS           PIC X(02) VALUE SPACES.
003190 77  GL-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
003200 77  GL-PROOF-STATUS             PIC X(02) VALUE SPACES.
003210 77  AT-END-OF-GL-ACCOUNTS-FLAG  PIC X(01) VALUE "N".
003220     88  AT-END-OF-GL-ACCOUNTS             VALUE "Y".
003230 77  GL-OUT-OF-BALANCE-FLAG      PIC X(01) VALUE "N".
003240     88  GL-JOURNAL-OUT-OF-BALANCE         VALUE "Y".
003250 77  TRAN-SUB                    PIC 9(01) COMP VALUE ZERO.
003260 77  GL-LINES-COUNT              PIC 9(07) COMP VALUE ZERO.
003270 77  GL-POSTINGS-COUNT           PIC 9(07) COMP VALUE ZERO.
003280 77  GL-TOTAL-DEBITS             PIC S9(11)V99 VALUE ZERO.
003290 77  GL-TOTAL-CREDITS            PIC S9(11)V99 VALUE ZERO.
003300 77  GL-NET-REVENUE              PIC S9(11)V99 VALUE ZERO.
003310 77  GL-ENTRY-AMOUNT             PIC S9(11)V99 VALUE ZERO.
003320 77  GL-LINE-ACCOUNT             PIC X(10) VALUE SPACES.
003330 77  GL-LINE-SIDE                PIC X(01) VALUE SPACES.
003340 77  GL-LINE-DESCRIPTION         PIC X(24) VALUE SPACES.
003350*    LAST MONTH WHOSE BUCKET THE MONTH-END CLOSE HAS ROLLED, FROM
003360*    CLOSECTL.  ZERO WHEN NO CLOSE HAS RUN UNDER CLOSE CONTROL,
003370*    SO NOTHING IS TREATED AS PRIOR-PERIOD.
003380 01  CLOSED-THROUGH-PERIOD       PIC 9(06) VALUE ZERO.
003390 01  CLOSED-THROUGH-PERIOD-X     REDEFINES CLOSED-THROUGH-PERIOD.
003400     03  CLOSED-THROUGH-YYYY     PIC 9(04).
003410     03  CLOSED-THROUGH-MM       PIC 9(02).
003420*    PER-BRANCH SUBTOTALS FOR THE RUN CONTROL REPORT SO EACH
003430*    BRANCH OFFICE CAN BALANCE ITS OWN DAY.
003440 01  BRANCH-TOTALS-TABLE.
003450     03  BRANCH-ENTRY OCCURS 3 TIMES.
003460         05  BT-BRANCH-CODE      PIC X(02).
003470         05  BT-GENERATED-COUNT  PIC 9(07) COMP.
003480         05  BT-REJECTED-COUNT   PIC 9(07) COMP.
003490         05  BT-NET-AMOUNT       PIC S9(11)V99.
003500*    GENERAL LEDGER JOURNAL BUCKETS, BRANCH BY TRANSACTION TYPE
003510*    (1 SALE, 2 RETURN, 3 ADJUSTMENT), EACH CARRYING ITS ACCOUNTS
003520*    FROM GLACCTS.  LIKE THE MANIFEST ACCUMULATORS THEY COVER THE
003530*    WHOLE NIGHT -- ON A RESTART THE REPLAY (5050) RE-COUNTS THE
003540*    ABENDED RUN'S HEAD -- SO ONE JOURNAL IS CUT PER NIGHT.
003550 01  GL-JOURNAL-TABLE.
003560     03  GL-BRANCH-ENTRY OCCURS 3 TIMES.
003570         05  GL-TYPE-ENTRY OCCURS 3 TIMES.
003580             07  GJ-ACCOUNT-LOADED-FLAG
003590                                 PIC X(01).
003600                 88  GJ-ACCOUNT-LOADED         VALUE "Y".
003610             07  GJ-ENTRY-ACCOUNT
003620                                 PIC X(10).
003630             07  GJ-RECEIVABLE-ACCOUNT
003640                                 PIC X(10).
003650             07  GJ-DESCRIPTION  PIC X(24).
003660             07  GJ-POSTING-COUNT
003670                                 PIC 9(07) COMP.
003680             07  GJ-NET-AMOUNT   PIC S9(11)V99.
003690 01  GL-TRAN-CODE-VALUES.
003700     03  FILLER                  PIC X(03) VALUE "SRA".
003710 01  GL-TRAN-CODE-TABLE          REDEFINES GL-TRAN-CODE-VALUES.
003720     03  GL-TRAN-CODE            OCCURS 3 TIMES
003730                                 PIC X(01).
003740*    WORKING COPY OF THE SELLER TOTALS RECORD: THE EDIT,
003750*    POSTING AND REPORT MOVES ALL WORK HERE, AND THE FILE IS
003760*    WRITTEN/REWRITTEN FROM IT -- THE RECORD AREA IS NOT
003770*    AVAILABLE AFTER A SUCCESSFUL I-O.
003780 01  TOTALS-WORK-RECORD.
003790     03  TOT-WORK-NAME           PIC X(30).
003800     03  TOT-WORK-MTD            PIC S9(09)V99.
003810     03  TOT-WORK-YTD            PIC S9(09)V99.
003820     03  TOT-WORK-LAST-POSTED    PIC 9(08).
003830     03  FILLER                  PIC X(10).
003840 01  RUN-CONTROL-HEADING.
003850     03  FILLER                  PIC X(27)
003860         VALUE "SALESDLY RUN CONTROL REPORT".
003870     03  FILLER                  PIC X(07) VALUE SPACES.
003880     03  FILLER                  PIC X(04) VALUE "RUN ".
003890     03  RCH-TIMESTAMP           PIC X(16) VALUE SPACES.
003900     03  FILLER                  PIC X(78) VALUE SPACES.
003910 01  RUN-CONTROL-COUNT-LINE.
003920     03  RCC-TEXT                PIC X(24).
003930     03  RCC-COUNT               PIC ZZZ,ZZ9.
003940     03  FILLER                  PIC X(101) VALUE SPACES.
003950 01  RUN-CONTROL-AMOUNT-LINE.
003960     03  RCA-TEXT                PIC X(24).
003970     03  RCA-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
003980     03  FILLER                  PIC X(90) VALUE SPACES.
003990 01  RUN-CONTROL-BRANCH-LINE.
004000     03  FILLER                  PIC X(07) VALUE "BRANCH ".
004010     03  RCB-BRANCH-CODE         PIC X(02).
004020     03  FILLER                  PIC X(12)
004030         VALUE "  GENERATED ".
004040     03  RCB-GENERATED           PIC ZZZ,ZZ9.
004050     03  FILLER                  PIC X(11)
004060         VALUE "  REJECTED ".
004070     03  RCB-REJECTED            PIC ZZZ,ZZ9.
004080     03  FILLER                  PIC X(06) VALUE "  NET ".
004090     03  RCB-NET-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
004100     03  FILLER                  PIC X(62) VALUE SPACES.
004110 01  RUN-CONTROL-VERDICT-LINE.
004120     03  RCV-TEXT                PIC X(46).
004130     03  FILLER                  PIC X(86) VALUE SPACES.
004140 01  GL-PROOF-HEADING-1.
004150     03  FILLER                  PIC X(27)
004160         VALUE "SALESDLY GL JOURNAL PROOF".
004170     03  FILLER                  PIC X(07) VALUE SPACES.
004180     03  FILLER                  PIC X(04) VALUE "RUN ".
004190     03  GPH-TIMESTAMP           PIC X(16) VALUE SPACES.
004200     03  FILLER                  PIC X(05) VALUE SPACES.
004210     03  FILLER                  PIC X(13) VALUE "JOURNAL DATE ".
004220     03  GPH-JOURNAL-DATE        PIC 99/99/9999.
004230     03  FILLER                  PIC X(50) VALUE SPACES.
004240 01  GL-PROOF-COLUMNS.
004250     03  FILLER                  PIC X(05) VALUE "BR".
004260     03  FILLER                  PIC X(05) VALUE "TYPE".
004270     03  FILLER                  PIC X(12) VALUE "ACCOUNT".
004280     03  FILLER                  PIC X(25) VALUE "DESCRIPTION".
004290     03  FILLER                  PIC X(08) VALUE "POSTINGS".
004300     03  FILLER                  PIC X(02) VALUE SPACES.
004310     03  FILLER                  PIC X(16)
004320         VALUE "           DEBIT".
004330     03  FILLER                  PIC X(02) VALUE SPACES.
004340     03  FILLER                  PIC X(16)
004350         VALUE "          CREDIT".
004360     03  FILLER                  PIC X(41) VALUE SPACES.
004370 01  GL-PROOF-DETAIL-LINE.
004380     03  GPD-BRANCH-CODE         PIC X(02).
004390     03  FILLER                  PIC X(03).
004400     03  GPD-TRAN-TYPE           PIC X(01).
004410     03  FILLER                  PIC X(04).
004420     03  GPD-ACCOUNT             PIC X(10).
004430     03  FILLER                  PIC X(02).
004440     03  GPD-DESCRIPTION         PIC X(24).
004450     03  FILLER                  PIC X(02).
004460     03  GPD-POSTINGS            PIC ZZZ,ZZ9.
004470     03  FILLER                  PIC X(02).
004480     03  GPD-DEBIT               PIC Z,ZZZ,ZZZ,ZZ9.99.
004490     03  FILLER                  PIC X(02).
004500     03  GPD-CREDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
004510     03  FILLER                  PIC X(41).
004520     COPY SALESEDW.
004530     COPY SALESREC.
004540 REPORT SECTION.
004550 RD  SALES-REPORT
004560     PAGE LIMIT 60 LINES
004570     FIRST DETAIL 3
004580     CONTROLS ARE FINAL SALES-BRANCH-CODE SELLER-NAME.
004590 01  TYPE PAGE HEADING, LINE 1.
004600     03  COL 1                   PIC X(12) VALUE "Sales Report".
004610     03  COL 74                  PIC X(04) VALUE "Page".
004620     03  COL 79                  PIC Z9
004630                                 SOURCE PAGE-COUNTER.
004640 01  SALES-ON-DAY TYPE DETAIL, LINE PLUS 1.
004650     03  COL 3                   PIC X(08) VALUE "Sales on".
004660     03  COL 12                  PIC 99/99/9999
004670                                 SOURCE SALES-DATE.
004680     03  COL 23                  PIC X(04) VALUE "were".
004690     03  COL 28                  PIC $$$,$$9.99-
004700                                 SOURCE SALES-NET-AMOUNT.
004710 01  TYPE CONTROL HEADING SALES-BRANCH-CODE, LINE PLUS 2.
004720     03  COL 1                   PIC X(07) VALUE "Branch:".
004730     03  COL 9                   PIC X(02)
004740                                 SOURCE SALES-BRANCH-CODE.
004750 01  TYPE CONTROL HEADING SELLER-NAME, LINE PLUS 2.
004760     03  COL 1                   PIC X(07) VALUE "Seller:".
004770     03  COL 9                   PIC X(30) SOURCE SELLER-NAME.
004780 01  TYPE CONTROL FOOTING SELLER-NAME, LINE PLUS 2.
004790     03  COL 3                   PIC X(13)
004800                                 VALUE "Seller total:".
004810     03  COL 17                  PIC $$$,$$9.99-
004820                                 SUM SALES-NET-AMOUNT
004830                                 UPON SALES-ON-DAY.
004840 01  TYPE CONTROL FOOTING SALES-BRANCH-CODE, LINE PLUS 2.
004850     03  COL 3                   PIC X(13)
004860                                 VALUE "Branch total:".
004870     03  COL 17                  PIC $$,$$$,$$$,$$9.99-
004880                                 SUM SALES-NET-AMOUNT
004890                                 UPON SALES-ON-DAY.
004900 01  GRAND-TOTAL-LINE TYPE CONTROL FOOTING FINAL, LINE PLUS 2.
004910     03  COL 3                   PIC X(12)
004920                                 VALUE "Grand total:".
004930     03  GRAND-TOTAL-SUM
004940         COL 17                  PIC $$,$$$,$$$,$$9.99-
004950                                 SUM SALES-NET-AMOUNT
004960                                 UPON SALES-ON-DAY.
004970 RD  SALES-ROLLUP-REPORT
004980     PAGE LIMIT 60 LINES
004990     FIRST DETAIL 3
005000     CONTROLS ARE FINAL SALES-BRANCH-CODE SELLER-NAME.
005010 01  TYPE PAGE HEADING, LINE 1.
005020     03  COL 1                   PIC X(19)
005030                                 VALUE "Sales Rollup Report".
005040     03  COL 74                  PIC X(04) VALUE "Page".
005050     03  COL 79                  PIC Z9
005060                                 SOURCE PAGE-COUNTER.
005070 01  TYPE CONTROL HEADING SALES-BRANCH-CODE, LINE PLUS 2.
005080     03  COL 1                   PIC X(07) VALUE "Branch:".
005090     03  COL 9                   PIC X(02)
005100                                 SOURCE SALES-BRANCH-CODE.
005110 01  SELLER-MONTH-TOTAL TYPE DETAIL, LINE PLUS 1.
005120     03  COL 3                   PIC X(17)
005130                                 VALUE "Month to date for".
005140     03  COL 22                  PIC X(30) SOURCE SELLER-NAME.
005150     03  COL 54                  PIC $$,$$$,$$$,$$9.99-
005160                                 SOURCE SELLER-MONTH-AMOUNT.
005170 01  SELLER-YTD-TOTAL TYPE DETAIL, LINE PLUS 1.
005180     03  COL 3                   PIC X(16)
005190                                 VALUE "Year to date for".
005200     03  COL 22                  PIC X(30) SOURCE SELLER-NAME.
005210     03  COL 54                  PIC $$,$$$,$$$,$$9.99-
005220                                 SOURCE SELLER-YTD-AMOUNT.
005230 01  TYPE CONTROL FOOTING SALES-BRANCH-CODE, LINE PLUS 2.
005240     03  COL 3                   PIC X(17)
005250                                 VALUE "Branch total YTD:".
005260     03  COL 54                  PIC $$,$$$,$$$,$$9.99-
005270                                 SUM SALES-NET-AMOUNT
005280                                 UPON SELLER-YTD-TOTAL.
005290 01  TYPE CONTROL FOOTING FINAL, LINE PLUS 2.
005300     03  COL 3                   PIC X(16)
005310                                 VALUE "Grand total YTD:".
005320     03  COL 54                  PIC $$,$$$,$$$,$$9.99-
005330                                 SUM SALES-NET-AMOUNT
005340                                 UPON SELLER-YTD-TOTAL.
005350 RD  RETURNS-REGISTER
005360     PAGE LIMIT 60 LINES
005370     FIRST DETAIL 3.
005380 01  TYPE PAGE HEADING, LINE 1.
005390     03  COL 1                   PIC X(16)
005400                                 VALUE "Returns Register".
005410     03  COL 74                  PIC X(04) VALUE "Page".
005420     03  COL 79                  PIC Z9
005430                                 SOURCE PAGE-COUNTER.
005440 01  RETURN-ON-DAY TYPE DETAIL, LINE PLUS 1.
005450     03  COL 3                   PIC X(09) VALUE "Return on".
005460     03  COL 13                  PIC 99/99/9999
005470                                 SOURCE SALES-DATE.
005480     03  COL 25                  PIC X(30) SOURCE SELLER-NAME.
005490     03  COL 57                  PIC $$$,$$9.99-
005500                                 SOURCE SALES-NET-AMOUNT.
005510 01  TYPE CONTROL FOOTING FINAL, LINE PLUS 2.
005520     03  COL 3                   PIC X(14)
005530                                 VALUE "Total returns:".
005540     03  COL 19                  PIC $$,$$$,$$$,$$9.99-
005550                                 SUM SALES-NET-AMOUNT
005560                                 UPON RETURN-ON-DAY.
005570 RD  PRIOR-PERIOD-REGISTER
005580     PAGE LIMIT 60 LINES
005590     FIRST DETAIL 3.
005600 01  TYPE PAGE HEADING, LINE 1.
005610     03  COL 1                   PIC X(32)
005620                     VALUE "Prior-Period Adjustment Register".
005630     03  COL 74                  PIC X(04) VALUE "Page".
005640     03  COL 79                  PIC Z9
005650                                 SOURCE PAGE-COUNTER.
005660 01  PRIOR-PERIOD-ON-DAY TYPE DETAIL, LINE PLUS 1.
005670     03  COL 3                   PIC 9999/99
005680                                 SOURCE SALES-PERIOD.
005690     03  COL 11                  PIC X(30) SOURCE SELLER-NAME.
005700     03  COL 42                  PIC X(02)
005710                                 SOURCE SALES-BRANCH-CODE.
005720     03  COL 45                  PIC X(10) SOURCE SALES-KEY.
005730     03  COL 56                  PIC 99/99/9999
005740                                 SOURCE SALES-DATE.
005750     03  COL 68                  PIC $$$,$$9.99-
005760                                 SOURCE SALES-NET-AMOUNT.
005770 01  TYPE CONTROL FOOTING FINAL, LINE PLUS 2.
005780     03  COL 3                   PIC X(27)
005790                     VALUE "Total prior-period adjusts:".
005800     03  COL 31                  PIC $$,$$$,$$$,$$9.99-
005810                                 SUM SALES-NET-AMOUNT
005820                                 UPON PRIOR-PERIOD-ON-DAY.
005830 PROCEDURE DIVISION.
005840 DECLARATIVES.
005850******************************************************************
005860*    CAPTURE THE CONTROL FOOTING FINAL GRAND TOTAL AS IT IS      *
005870*    PRINTED, FOR THE RUN-BALANCING STEP AT TERMINATE TIME.      *
005880******************************************************************
005890 BALANCE-CAPTURE SECTION.
005900     USE BEFORE REPORTING GRAND-TOTAL-LINE.
005910 BALANCE-CAPTURE-PARA.
005920     MOVE GRAND-TOTAL-SUM TO BALANCE-GRAND-TOTAL.
005930 END DECLARATIVES.
005940 0000-CONTROL SECTION.
005950******************************************************************
005960*    0000-MAINLINE -- RUN CONTROL.                               *
005970******************************************************************
005980 0000-MAINLINE.
005990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006000*    RESTART PROCEDURE: TOTMST IS RESTORED FROM THE PRE-RUN
006010*    GENERATION BEFORE A RESTART, SO EVERY RECORD THE ABENDED
006020*    RUN ALREADY PROCESSED (THE WHOLE RESUBMIT FILE AND THE
006030*    SALES RECORDS AT OR BELOW RESTART-LAST-KEY) IS REPLAYED
006040*    IN TOTALS-ONLY MODE (5050): THE TOTALS POSTING IS
006050*    RE-APPLIED, WHILE THE REPORT, CSV, REJECT AND COMMITTED
006060*    DB2 OUTPUT OF THE FIRST RUN ARE NOT REPEATED.
006070     PERFORM 2000-PROCESS-RESUBMIT THRU 2000-EXIT
006080         UNTIL AT-END-OF-RESUBMIT
006090     PERFORM 3000-PROCESS-SALES THRU 3000-EXIT
006100         UNTIL AT-END-OF-SALES
006110     PERFORM 8000-TERMINATE THRU 8000-EXIT
006120     STOP RUN.
006130******************************************************************
006140*    1000-INITIALIZE -- RESUME FROM CHECKPOINT, OPEN FILES,      *
006150*    START THE REPORTS.                                          *
006160******************************************************************
006170 1000-INITIALIZE.
006180     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
006190     PERFORM 9500-LOG-STEP-START THRU 9500-EXIT
006200     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
006210     PERFORM 1100-RESUME-CHECKPOINT THRU 1100-EXIT
006220     OPEN INPUT  SALES-FILE
006230          INPUT  RESUBMIT-FILE
006240          OUTPUT REPORT-OUT
006250          OUTPUT SALES-REJECT
006260          OUTPUT CSV-EXTRACT
006270          OUTPUT MANIFEST-FILE
006280          EXTEND CHECKPOINT-FILE
006290     OPEN OUTPUT RUN-CONTROL-REPORT
006300     OPEN OUTPUT DB2-ERROR-LOG
006310     OPEN INPUT  SELLER-MASTER
006320     OPEN I-O    SELLER-TOTALS
006330     OPEN OUTPUT PRIOR-PERIOD-FILE
006340     IF SALES-FILE-STATUS NOT = "00"
006350         DISPLAY "SALESDLY: OPEN FAILED, SALES STATUS "
006360                 SALES-FILE-STATUS UPON CONSL
006370         GO TO 9999-ABORT-RUN
006380     END-IF
006390     IF SELLER-MASTER-STATUS NOT = "00"
006400         DISPLAY "SALESDLY: OPEN FAILED, SELLERMST STATUS "
006410                 SELLER-MASTER-STATUS UPON CONSL
006420         GO TO 9999-ABORT-RUN
006430     END-IF
006440     IF SELLER-TOTALS-STATUS NOT = "00"
006450         DISPLAY "SALESDLY: OPEN FAILED, TOTMST STATUS "
006460                 SELLER-TOTALS-STATUS UPON CONSL
006470         GO TO 9999-ABORT-RUN
006480     END-IF
006490     PERFORM 1150-INIT-BRANCH-TOTALS THRU 1150-EXIT
006500     PERFORM 1200-LOAD-CLOSE-CONTROL THRU 1200-EXIT
006510     PERFORM 1300-LOAD-GL-ACCOUNTS THRU 1300-EXIT
006520     INITIATE SALES-REPORT
006530     INITIATE SALES-ROLLUP-REPORT
006540     INITIATE RETURNS-REGISTER
006550     INITIATE PRIOR-PERIOD-REGISTER.
006560 1000-EXIT.
006570     EXIT.
006580******************************************************************
006590*    1050-READ-BUSINESS-DATE -- THE NIGHT BEING POSTED IS THE    *
006600*    PROCESSING DATE ON THE BUSINESS-DATE RECORD; WITHOUT IT     *
006610*    NOTHING POSTS.                                              *
006620******************************************************************
006630 1050-READ-BUSINESS-DATE.
006640     OPEN INPUT BUSINESS-DATE-FILE
006650     IF BUSINESS-DATE-STATUS NOT = "00"
006660         DISPLAY "SALESDLY: OPEN FAILED, BUSDATE STATUS "
006670                 BUSINESS-DATE-STATUS UPON CONSL
006680         GO TO 9999-ABORT-RUN
006690     END-IF
006700     READ BUSINESS-DATE-FILE
006710         AT END
006720             DISPLAY "SALESDLY: NO BUSINESS-DATE RECORD (BUSDATE)"
006730                 UPON CONSL
006740             GO TO 9999-ABORT-RUN
006750     END-READ
006760     MOVE BUS-PROCESSING-DATE   TO RUN-DATE-NUM
006770*    POSTING DATE FOR SALES_DETAIL, ISO FORM, FIXED FOR THE
006780*    RUN; THE RECONCILIATION (SALESRCN) WINDOWS ON IT.
006790     MOVE BUS-PROCESSING-YYYY   TO HV-POSTING-DATE (1:4)
006800     MOVE "-"                   TO HV-POSTING-DATE (5:1)
006810     MOVE BUS-PROCESSING-MM     TO HV-POSTING-DATE (6:2)
006820     MOVE "-"                   TO HV-POSTING-DATE (8:1)
006830     MOVE BUS-PROCESSING-DD     TO HV-POSTING-DATE (9:2)
006840     CLOSE BUSINESS-DATE-FILE.
006850 1050-EXIT.
006860     EXIT.
006870******************************************************************
006880*    1100-RESUME-CHECKPOINT -- PICK UP THE LAST CHECKPOINTED     *
006890*    SALES KEY; SALES RECORDS AT OR BELOW IT WERE ALREADY        *
006900*    PROCESSED BY THE ABENDED RUN AND ARE SKIPPED.               *
006910******************************************************************
006920 1100-RESUME-CHECKPOINT.
006930     MOVE SPACES TO RESTART-LAST-KEY
006940     OPEN INPUT CHECKPOINT-FILE
006950     IF CHECKPOINT-STATUS NOT = "00"
006960         GO TO 1100-EXIT
006970     END-IF
006980     PERFORM 1110-READ-CHECKPOINT THRU 1110-EXIT
006990         UNTIL AT-END-OF-SALES
007000     CLOSE CHECKPOINT-FILE
007010     MOVE "N" TO AT-END-OF-SALES-FLAG
007020     IF RESTART-LAST-KEY NOT = SPACES
007030         PERFORM 1170-LOAD-PRIOR-REJECTS THRU 1170-EXIT
007040     END-IF.
007050 1100-EXIT.
007060     EXIT.
007070 1110-READ-CHECKPOINT.
007080     READ CHECKPOINT-FILE
007090         AT END
007100             MOVE "Y" TO AT-END-OF-SALES-FLAG
007110         NOT AT END
007120             MOVE CHECKPOINT-LAST-KEY TO RESTART-LAST-KEY
007130     END-READ.
007140 1110-EXIT.
007150     EXIT.
007160******************************************************************
007170*    1170-LOAD-PRIOR-REJECTS -- THE SALES KEYS THE ABENDED RUN   *
007180*    SUSPENDED, FROM ITS REJECT GENERATION (THE RESTART JCL      *
007190*    POINTS PRIORREJ AT IT).  THE REPLAY (5050) SKIPS THE        *
007200*    TOTALS POST FOR THESE KEYS: THE FIRST RUN REJECTED THEM     *
007210*    (DB2 INSERT FAILURE, CROSS-DAY DUPLICATE) AND POSTED        *
007220*    NOTHING, AND THE RECORDS ARE WAITING ON THE RECYCLE.        *
007230******************************************************************
007240 1170-LOAD-PRIOR-REJECTS.
007250     MOVE "N" TO AT-END-OF-PRIOR-FLAG
007260     OPEN INPUT PRIOR-REJECT-FILE
007270     PERFORM 1180-LOAD-ONE-PRIOR THRU 1180-EXIT
007280         UNTIL AT-END-OF-PRIOR
007290     CLOSE PRIOR-REJECT-FILE.
007300 1170-EXIT.
007310     EXIT.
007320 1180-LOAD-ONE-PRIOR.
007330     READ PRIOR-REJECT-FILE
007340         AT END
007350             MOVE "Y" TO AT-END-OF-PRIOR-FLAG
007360             GO TO 1180-EXIT
007370     END-READ
007380     IF PRIOR-REJECT-COUNT >= PRIOR-REJECT-MAX
007390         DISPLAY "SALESDLY: PRIOR REJECT TABLE FULL - "
007400                 "RESTART CANNOT REPLAY SAFELY" UPON CONSL
007410         GO TO 9999-ABORT-RUN
007420     END-IF
007430     ADD 1 TO PRIOR-REJECT-COUNT
007440     SET PRIOR-IDX TO PRIOR-REJECT-COUNT
007450     MOVE PRIOR-REJECT-KEY TO PR-SALES-KEY (PRIOR-IDX).
007460 1180-EXIT.
007470     EXIT.
007480 1150-INIT-BRANCH-TOTALS.
007490     MOVE "01" TO BT-BRANCH-CODE (1)
007500     MOVE "02" TO BT-BRANCH-CODE (2)
007510     MOVE "03" TO BT-BRANCH-CODE (3)
007520     PERFORM 1160-CLEAR-ONE-BRANCH THRU 1160-EXIT
007530         VARYING BRANCH-SUB FROM 1 BY 1 UNTIL BRANCH-SUB > 3.
007540 1150-EXIT.
007550     EXIT.
007560 1160-CLEAR-ONE-BRANCH.
007570     MOVE ZERO TO BT-GENERATED-COUNT (BRANCH-SUB)
007580     MOVE ZERO TO BT-REJECTED-COUNT (BRANCH-SUB)
007590     MOVE ZERO TO BT-NET-AMOUNT (BRANCH-SUB).
007600 1160-EXIT.
007610     EXIT.
007620******************************************************************
007630*    1200-LOAD-CLOSE-CONTROL -- THE LAST MONTH THE MONTH-END     *
007640*    CLOSE HAS ROLLED.  WHILE A MONTH CLOSE IS STILL IN          *
007650*    PROGRESS ITS MONTH IS NOT YET CLOSED, SO THE MONTH BEFORE   *
007660*    IT IS THE LAST CLOSED; A YEAR CLOSE ONLY EVER FOLLOWS THE   *
007670*    DECEMBER MONTH CLOSE, SO ITS PERIOD IS CLOSED EITHER WAY.   *
007680******************************************************************
007690 1200-LOAD-CLOSE-CONTROL.
007700     MOVE ZERO TO CLOSED-THROUGH-PERIOD
007710     OPEN INPUT CLOSE-CONTROL-FILE
007720     READ CLOSE-CONTROL-FILE
007730         AT END
007740             CLOSE CLOSE-CONTROL-FILE
007750             GO TO 1200-EXIT
007760     END-READ
007770     CLOSE CLOSE-CONTROL-FILE
007780     MOVE CLOSE-LAST-PERIOD TO CLOSED-THROUGH-PERIOD
007790     IF CLOSE-IN-PROGRESS
007800      AND MONTH-CLOSE-TYPE
007810         IF CLOSED-THROUGH-MM = 01
007820             SUBTRACT 1 FROM CLOSED-THROUGH-YYYY
007830             MOVE 12 TO CLOSED-THROUGH-MM
007840         ELSE
007850             SUBTRACT 1 FROM CLOSED-THROUGH-MM
007860         END-IF
007870     END-IF.
007880 1200-EXIT.
007890     EXIT.
007900******************************************************************
007910*    1300-LOAD-GL-ACCOUNTS -- THE BRANCH/TRANSACTION-TYPE ACCOUNT*
007920*    MAPPING FROM GLACCTS.  A MISSING, DUPLICATED OR UNREADABLE  *
007930*    MAPPING STOPS THE RUN BEFORE ANYTHING POSTS, SO NO NIGHT IS *
007940*    POSTED THAT CANNOT BE JOURNALED.                            *
007950******************************************************************
007960 1300-LOAD-GL-ACCOUNTS.
007970     INITIALIZE GL-JOURNAL-TABLE
007980     OPEN INPUT GL-ACCOUNT-FILE
007990     IF GL-ACCOUNT-STATUS NOT = "00"
008000         DISPLAY "SALESDLY: OPEN FAILED, GLACCTS STATUS "
008010                 GL-ACCOUNT-STATUS UPON CONSL
008020         GO TO 9999-ABORT-RUN
008030     END-IF
008040     PERFORM 1310-LOAD-ONE-GL-ACCOUNT THRU 1310-EXIT
008050         UNTIL AT-END-OF-GL-ACCOUNTS
008060     CLOSE GL-ACCOUNT-FILE
008070     PERFORM 1320-CHECK-GL-BRANCH THRU 1320-EXIT
008080         VARYING BRANCH-SUB FROM 1 BY 1 UNTIL BRANCH-SUB > 3.
008090 1300-EXIT.
008100     EXIT.
008110 1310-LOAD-ONE-GL-ACCOUNT.
008120     READ GL-ACCOUNT-FILE
008130         AT END
008140             MOVE "Y" TO AT-END-OF-GL-ACCOUNTS-FLAG
008150             GO TO 1310-EXIT
008160     END-READ
008170     EVALUATE GLA-BRANCH-CODE
008180         WHEN "01"  MOVE 1    TO BRANCH-SUB
008190         WHEN "02"  MOVE 2    TO BRANCH-SUB
008200         WHEN "03"  MOVE 3    TO BRANCH-SUB
008210         WHEN OTHER MOVE ZERO TO BRANCH-SUB
008220     END-EVALUATE
008230     EVALUATE TRUE
008240         WHEN GLA-TRAN-SALE       MOVE 1    TO TRAN-SUB
008250         WHEN GLA-TRAN-RETURN     MOVE 2    TO TRAN-SUB
008260         WHEN GLA-TRAN-ADJUSTMENT MOVE 3    TO TRAN-SUB
008270         WHEN OTHER               MOVE ZERO TO TRAN-SUB
008280     END-EVALUATE
008290     IF BRANCH-SUB = ZERO
008300      OR TRAN-SUB = ZERO
008310         DISPLAY "SALESDLY: INVALID GLACCTS RECORD, BRANCH "
008320                 GLA-BRANCH-CODE " TYPE " GLA-TRAN-TYPE UPON CONSL
008330         GO TO 9999-ABORT-RUN
008340     END-IF
008350     IF GJ-ACCOUNT-LOADED (BRANCH-SUB, TRAN-SUB)
008360         DISPLAY "SALESDLY: DUPLICATE GLACCTS RECORD, BRANCH "
008370                 GLA-BRANCH-CODE " TYPE " GLA-TRAN-TYPE UPON CONSL
008380         GO TO 9999-ABORT-RUN
008390     END-IF
008400     IF GLA-ENTRY-ACCOUNT = SPACES
008410      OR GLA-RECEIVABLE-ACCOUNT = SPACES
008420         DISPLAY "SALESDLY: GLACCTS ACCOUNT MISSING, BRANCH "
008430                 GLA-BRANCH-CODE " TYPE " GLA-TRAN-TYPE UPON CONSL
008440         GO TO 9999-ABORT-RUN
008450     END-IF
008460     MOVE "Y"
008470         TO GJ-ACCOUNT-LOADED-FLAG (BRANCH-SUB, TRAN-SUB)
008480     MOVE GLA-ENTRY-ACCOUNT
008490         TO GJ-ENTRY-ACCOUNT (BRANCH-SUB, TRAN-SUB)
008500     MOVE GLA-RECEIVABLE-ACCOUNT
008510         TO GJ-RECEIVABLE-ACCOUNT (BRANCH-SUB, TRAN-SUB)
008520     MOVE GLA-DESCRIPTION
008530         TO GJ-DESCRIPTION (BRANCH-SUB, TRAN-SUB).
008540 1310-EXIT.
008550     EXIT.
008560 1320-CHECK-GL-BRANCH.
008570     PERFORM 1330-CHECK-GL-TYPE THRU 1330-EXIT
008580         VARYING TRAN-SUB FROM 1 BY 1 UNTIL TRAN-SUB > 3.
008590 1320-EXIT.
008600     EXIT.
008610 1330-CHECK-GL-TYPE.
008620     IF NOT GJ-ACCOUNT-LOADED (BRANCH-SUB, TRAN-SUB)
008630         DISPLAY "SALESDLY: GLACCTS HAS NO ACCOUNT FOR BRANCH "
008640                 BT-BRANCH-CODE (BRANCH-SUB) " TYPE "
008650                 GL-TRAN-CODE (TRAN-SUB) UPON CONSL
008660         GO TO 9999-ABORT-RUN
008670     END-IF.
008680 1330-EXIT.
008690     EXIT.
008700******************************************************************
008710*    2000-PROCESS-RESUBMIT -- CORRECTED REJECTS FROM THE         *
008720*    RECYCLE RUN ARE POSTED AHEAD OF THE DAY'S FRESH INPUT.      *
008730*    THEY DO NOT PARTICIPATE IN CHECKPOINT RESTART SKIPPING.     *
008740******************************************************************
008750 2000-PROCESS-RESUBMIT.
008760     READ RESUBMIT-FILE
008770         AT END
008780             MOVE "Y" TO AT-END-OF-RESUBMIT-FLAG
008790             GO TO 2000-EXIT
008800     END-READ
008810     ADD 1 TO RECORDS-READ-COUNT
008820     MOVE RESUBMIT-RETRY-COUNT   TO CURRENT-RETRY-COUNT
008830     MOVE RESUBMIT-SALES-DATA    TO SALES-RECORD
008840     IF RESTART-LAST-KEY NOT = SPACES
008850         ADD 1 TO RESTART-SKIPPED-COUNT
008860         PERFORM 5050-REPLAY-TOTALS-POST THRU 5050-EXIT
008870         GO TO 2000-EXIT
008880     END-IF
008890     PERFORM 5000-POST-SALES-RECORD THRU 5000-EXIT.
008900 2000-EXIT.
008910     EXIT.
008920******************************************************************
008930*    3000-PROCESS-SALES -- DAY'S SALES FILE, WITH CHECKPOINT     *
008940*    RESTART SKIP AND CHECKPOINT WRITING.                        *
008950******************************************************************
008960 3000-PROCESS-SALES.
008970     READ SALES-FILE
008980         AT END
008990             MOVE "Y" TO AT-END-OF-SALES-FLAG
009000             GO TO 3000-EXIT
009010     END-READ
009020     ADD 1 TO RECORDS-READ-COUNT
009030     MOVE SALES-FILE-RECORD TO SALES-RECORD
009040     IF RESTART-LAST-KEY NOT = SPACES
009050      AND SALES-KEY NOT > RESTART-LAST-KEY
009060         ADD 1 TO RESTART-SKIPPED-COUNT
009070         PERFORM 5050-REPLAY-TOTALS-POST THRU 5050-EXIT
009080         GO TO 3000-EXIT
009090     END-IF
009100     ADD 1 TO SALES-RECORD-COUNT
009110     MOVE ZERO TO CURRENT-RETRY-COUNT
009120     PERFORM 5000-POST-SALES-RECORD THRU 5000-EXIT
009130     IF SALES-RECORD-COUNT >= CHECKPOINT-INTERVAL
009140         MOVE SALES-KEY TO CHECKPOINT-LAST-KEY
009150         WRITE CHECKPOINT-RECORD
009160*        COMMIT IN STEP WITH THE CHECKPOINT SO A RESTART FROM
009170*        RESTART-LAST-KEY CANNOT REPLAY COMMITTED INSERTS.
009180         EXEC SQL
009190             COMMIT
009200         END-EXEC
009210         MOVE ZERO      TO SALES-RECORD-COUNT
009220     END-IF.
009230 3000-EXIT.
009240     EXIT.
009250******************************************************************
009260*    5050-REPLAY-TOTALS-POST -- RESTART REPLAY OF A RECORD THE   *
009270*    ABENDED RUN ALREADY PROCESSED.  TOTMST WAS RESTORED FROM    *
009280*    THE PRE-RUN GENERATION, SO THE FIRST RUN'S ACCEPT/REJECT    *
009290*    DECISION IS REPRODUCED FROM THE SAME EDITS AND MASTERS      *
009300*    AND ONLY THE TOTALS POSTING (5200/5250) IS RE-APPLIED --    *
009310*    NO REPORT, CSV, REJECT OR DB2 OUTPUT, ALL OF WHICH THE      *
009320*    FIRST RUN ALREADY PRODUCED AND COMMITTED.  THE DB2-SIDE     *
009330*    REJECTIONS (INSERT FAILURE, CROSS-DAY DUPLICATE) CANNOT     *
009340*    BE REPRODUCED FROM THE EDITS, SO KEYS THE ABENDED RUN       *
009350*    SUSPENDED ARE SKIPPED FROM ITS REJECT GENERATION            *
009360*    (1170-LOAD-PRIOR-REJECTS) -- THEY WERE NEVER POSTED AND     *
009370*    ARE AWAITING THE RECYCLE.                                   *
009380******************************************************************
009390 5050-REPLAY-TOTALS-POST.
009400     PERFORM 5080-CHECK-PRIOR-REJECT THRU 5080-EXIT
009410     IF PRIOR-KEY-FOUND
009420         GO TO 5050-EXIT
009430     END-IF
009440     PERFORM 5100-EDIT-SALES-RECORD THRU 5100-EXIT
009450     IF NOT VALID-RECORD
009460         GO TO 5050-EXIT
009470     END-IF
009480     MOVE SELLER-NAME TO SELLER-MASTER-NAME
009490     READ SELLER-MASTER
009500         INVALID KEY
009510             MOVE "N" TO SELLER-MASTER-FOUND-FLAG
009520         NOT INVALID KEY
009530             MOVE "Y" TO SELLER-MASTER-FOUND-FLAG
009540     END-READ
009550     IF NOT SELLER-MASTER-FOUND
009560         GO TO 5050-EXIT
009570     END-IF
009580     IF SELLER-TERMINATED
009590         GO TO 5050-EXIT
009600     END-IF
009610     PERFORM 5150-SET-NET-AMOUNT THRU 5150-EXIT
009620     PERFORM 5200-READ-SELLER-TOTALS THRU 5200-EXIT
009630     IF TRAN-RETURN
009640      AND SALES-AMOUNT > TOT-WORK-YTD + TOT-WORK-MTD
009650         GO TO 5050-EXIT
009660     END-IF
009670*    THE FIRST RUN EXTRACTED AND COMMITTED EVERY RECORD THAT
009680*    REACHES THIS POINT, SO IT BELONGS IN THE NIGHT'S
009690*    MANIFEST TOTALS EVEN THOUGH THIS RUN WRITES NO CSV LINE
009700*    FOR IT.
009710     ADD 1 TO MANIFEST-LINES-COUNT
009720     ADD SALES-NET-AMOUNT TO MANIFEST-HASH-AMOUNT
009730*    LIKEWISE IT BELONGS IN THE NIGHT'S GL JOURNAL.
009740     PERFORM 5750-POST-GL-BUCKET THRU 5750-EXIT
009750     PERFORM 5250-POST-SELLER-TOTALS THRU 5250-EXIT.
009760 5050-EXIT.
009770     EXIT.
009780 5080-CHECK-PRIOR-REJECT.
009790     MOVE "N" TO PRIOR-KEY-FOUND-FLAG
009800     IF PRIOR-REJECT-COUNT = ZERO
009810         GO TO 5080-EXIT
009820     END-IF
009830     SET PRIOR-IDX TO 1
009840     SEARCH PRIOR-REJECT-ENTRY
009850         AT END
009860             CONTINUE
009870         WHEN PRIOR-IDX > PRIOR-REJECT-COUNT
009880             CONTINUE
009890         WHEN PR-SALES-KEY (PRIOR-IDX) = SALES-KEY
009900             MOVE "Y" TO PRIOR-KEY-FOUND-FLAG
009910     END-SEARCH.
009920 5080-EXIT.
009930     EXIT.
009940******************************************************************
009950*    5000-POST-SALES-RECORD -- EDIT ONE SALES RECORD, CHECK      *
009960*    THE SELLER MASTER, AND EITHER REPORT/EXTRACT IT OR          *
009970*    SUSPEND IT ON THE REJECT FILE.                              *
009980******************************************************************
009990 5000-POST-SALES-RECORD.
010000     PERFORM 5100-EDIT-SALES-RECORD THRU 5100-EXIT
010010     IF NOT VALID-RECORD
010020         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
010030         GO TO 5000-EXIT
010040     END-IF
010050     MOVE SELLER-NAME TO SELLER-MASTER-NAME
010060     READ SELLER-MASTER
010070         INVALID KEY
010080             MOVE "N" TO SELLER-MASTER-FOUND-FLAG
010090         NOT INVALID KEY
010100             MOVE "Y" TO SELLER-MASTER-FOUND-FLAG
010110     END-READ
010120     IF NOT SELLER-MASTER-FOUND
010130         MOVE "05"   TO EDIT-REASON-CODE
010140         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
010150         GO TO 5000-EXIT
010160     END-IF
010170     IF SELLER-TERMINATED
010180         MOVE "06"   TO EDIT-REASON-CODE
010190         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
010200         GO TO 5000-EXIT
010210     END-IF
010220     PERFORM 5150-SET-NET-AMOUNT THRU 5150-EXIT
010230     PERFORM 5200-READ-SELLER-TOTALS THRU 5200-EXIT
010240     IF TRAN-RETURN
010250      AND SALES-AMOUNT > TOT-WORK-YTD + TOT-WORK-MTD
010260         MOVE "08" TO EDIT-REASON-CODE
010270         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
010280         GO TO 5000-EXIT
010290     END-IF
010300     PERFORM 5350-CHECK-POSTED-KEY THRU 5350-EXIT
010310     IF NOT DB2-INSERT-OK
010320         MOVE "09" TO EDIT-REASON-CODE
010330         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
010340         GO TO 5000-EXIT
010350     END-IF
010360     IF DUPLICATE-POSTED-KEY
010370         MOVE "11" TO EDIT-REASON-CODE
010380         ADD 1 TO DUPLICATE-KEY-COUNT
010390         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
010400         GO TO 5000-EXIT
010410     END-IF
010420     PERFORM 5400-INSERT-SALES-DETAIL THRU 5400-EXIT
010430     IF NOT DB2-INSERT-OK
010440         MOVE "09" TO EDIT-REASON-CODE
010450         PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
010460         GO TO 5000-EXIT
010470     END-IF
010480     GENERATE SALES-ON-DAY
010490     IF TRAN-RETURN
010500         GENERATE RETURN-ON-DAY
010510     END-IF
010520     ADD 1 TO RECORDS-GENERATED-COUNT
010530     ADD SALES-NET-AMOUNT TO DETAIL-HASH-TOTAL
010540     PERFORM 5600-POST-BRANCH-TOTALS THRU 5600-EXIT
010550     PERFORM 5250-POST-SELLER-TOTALS THRU 5250-EXIT
010560     GENERATE SELLER-MONTH-TOTAL
010570     GENERATE SELLER-YTD-TOTAL
010580     PERFORM 5300-WRITE-CSV-LINE THRU 5300-EXIT
010590     PERFORM 5750-POST-GL-BUCKET THRU 5750-EXIT
010600     PERFORM 5700-CHECK-PRIOR-PERIOD THRU 5700-EXIT.
010610 5000-EXIT.
010620     EXIT.
010630******************************************************************
010640*    5200-READ-SELLER-TOTALS -- FETCH THE SELLER'S TOTALS        *
010650*    MASTER RECORD AHEAD OF THE RETURN EDIT AND THE POSTING      *
010660*    (5250).  A SELLER NOT YET ON THE TOTALS MASTER IS ADDED     *
010670*    WITH ZERO BALANCES FIRST.                                   *
010680*    RESTART NOTE - TOTMST IS RESTORED FROM THE PRE-RUN          *
010690*    GENERATION BEFORE A RESTART; THE RESTARTED RUN RE-APPLIES   *
010700*    THE POSTINGS FOR EVERYTHING THE ABENDED RUN PROCESSED VIA   *
010710*    5050-REPLAY-TOTALS-POST AND POSTS THE TAIL NORMALLY, SO     *
010720*    NOTHING IS LOST AND NOTHING IS POSTED TWICE.                *
010730******************************************************************
010740 5200-READ-SELLER-TOTALS.
010750     MOVE SELLER-NAME TO SELLER-TOTALS-NAME
010760     READ SELLER-TOTALS INTO TOTALS-WORK-RECORD
010770         INVALID KEY
010780             MOVE SPACES       TO TOTALS-WORK-RECORD
010790             MOVE SELLER-NAME  TO TOT-WORK-NAME
010800             MOVE ZERO         TO TOT-WORK-MTD
010810             MOVE ZERO         TO TOT-WORK-YTD
010820             MOVE RUN-DATE-NUM TO TOT-WORK-LAST-POSTED
010830             WRITE SELLER-TOTALS-RECORD
010840                 FROM TOTALS-WORK-RECORD
010850     END-READ.
010860 5200-EXIT.
010870     EXIT.
010880******************************************************************
010890*    5150-SET-NET-AMOUNT -- A RETURN POSTS AS A NEGATIVE         *
010900*    AMOUNT; SALES AND ADJUSTMENTS POST AS KEYED.                *
010910******************************************************************
010920 5150-SET-NET-AMOUNT.
010930     IF TRAN-RETURN
010940         COMPUTE SALES-NET-AMOUNT = ZERO - SALES-AMOUNT
010950     ELSE
010960         MOVE SALES-AMOUNT TO SALES-NET-AMOUNT
010970     END-IF.
010980 5150-EXIT.
010990     EXIT.
011000******************************************************************
011010*    5250-POST-SELLER-TOTALS -- ADD THE NET AMOUNT INTO THE      *
011020*    MONTH BUCKET AND SET THE ROLLUP REPORT SOURCES.             *
011030******************************************************************
011040 5250-POST-SELLER-TOTALS.
011050     ADD SALES-NET-AMOUNT TO TOT-WORK-MTD
011060     MOVE RUN-DATE-NUM    TO TOT-WORK-LAST-POSTED
011070     MOVE TOT-WORK-MTD    TO SELLER-MONTH-AMOUNT
011080     COMPUTE SELLER-YTD-AMOUNT
011090         = TOT-WORK-YTD + TOT-WORK-MTD
011100     REWRITE SELLER-TOTALS-RECORD
011110         FROM TOTALS-WORK-RECORD.
011120 5250-EXIT.
011130     EXIT.
011140******************************************************************
011150*    5300-WRITE-CSV-LINE -- ONE EXTRACT LINE PER ACCEPTED SALE.  *
011160******************************************************************
011170 5300-WRITE-CSV-LINE.
011180     MOVE SPACES           TO CSV-EXTRACT-RECORD
011190     MOVE SALES-NET-AMOUNT TO CSV-SALES-AMOUNT-EDITED
011200     IF SALES-TRAN-TYPE = SPACE
011210         MOVE "S" TO CSV-TRAN-TYPE
011220     ELSE
011230         MOVE SALES-TRAN-TYPE TO CSV-TRAN-TYPE
011240     END-IF
011250     STRING SALES-DATE              DELIMITED BY SIZE
011260            ","                     DELIMITED BY SIZE
011270            SELLER-NAME             DELIMITED BY SIZE
011280            ","                     DELIMITED BY SIZE
011290            CSV-TRAN-TYPE           DELIMITED BY SIZE
011300            ","                     DELIMITED BY SIZE
011310            CSV-SALES-AMOUNT-EDITED DELIMITED BY SIZE
011320            ","                     DELIMITED BY SIZE
011330            SALES-BRANCH-CODE       DELIMITED BY SIZE
011340            INTO CSV-EXTRACT-RECORD
011350     END-STRING
011360     WRITE CSV-EXTRACT-RECORD
011370     ADD 1 TO CSV-LINES-COUNT
011380     ADD 1 TO MANIFEST-LINES-COUNT
011390     ADD SALES-NET-AMOUNT TO MANIFEST-HASH-AMOUNT.
011400 5300-EXIT.
011410     EXIT.
011420******************************************************************
011430*    5350-CHECK-POSTED-KEY -- A KEY ALREADY IN SALES_DETAIL IS   *
011440*    A RETRANSMITTED SALE FROM A PRIOR DAY (THE FRONT-END SORT   *
011450*    ONLY DROPS DUPLICATES WITHIN ONE DAY'S FILE).  IT IS        *
011460*    SUSPENDED UNDER REASON 11 AND FLOWS THROUGH THE NORMAL      *
011470*    RECYCLE REVIEW (SALRECYC).                                  *
011480******************************************************************
011490 5350-CHECK-POSTED-KEY.
011500     MOVE "Y"       TO DB2-INSERT-OK-FLAG
011510     MOVE "N"       TO DUPLICATE-KEY-FLAG
011520     MOVE SALES-KEY TO HV-SALES-KEY
011530     EXEC SQL
011540         SELECT COUNT(*)
011550           INTO :HV-DUP-COUNT
011560           FROM SALES_DETAIL
011570          WHERE SALES_KEY = :HV-SALES-KEY
011580     END-EXEC
011590     IF SQLCODE NOT = ZERO
011600         MOVE "SELECT COUNT FROM SALES_DETAIL"
011610             TO DB2-STATEMENT-TEXT
011620         PERFORM 5450-LOG-DB2-ERROR THRU 5450-EXIT
011630         GO TO 5350-EXIT
011640     END-IF
011650     IF HV-DUP-COUNT > ZERO
011660         MOVE "Y" TO DUPLICATE-KEY-FLAG
011670     END-IF.
011680 5350-EXIT.
011690     EXIT.
011700******************************************************************
011710*    5400-INSERT-SALES-DETAIL -- ONE SALES_DETAIL ROW PER        *
011720*    ACCEPTED SALE, MAKING DB2 THE SYSTEM OF RECORD AND THE      *
011730*    CSV EXTRACT A CONVENIENCE COPY.  RUNS BEFORE THE REPORT,    *
011740*    TOTALS AND CSV POSTING SO A FAILED INSERT SUSPENDS THE      *
011750*    WHOLE RECORD INSTEAD OF HALF-POSTING IT.  COMMITS RIDE      *
011760*    WITH THE CHECKPOINT WRITE IN 3000-PROCESS-SALES.            *
011770******************************************************************
011780 5400-INSERT-SALES-DETAIL.
011790     MOVE "INSERT INTO SALES_DETAIL" TO DB2-STATEMENT-TEXT
011800     MOVE "Y"             TO DB2-INSERT-OK-FLAG
011810     MOVE SALES-KEY       TO HV-SALES-KEY
011820     MOVE SALES-DATE-YYYY TO HV-SALES-DATE (1:4)
011830     MOVE "-"             TO HV-SALES-DATE (5:1)
011840     MOVE SALES-DATE-MM   TO HV-SALES-DATE (6:2)
011850     MOVE "-"             TO HV-SALES-DATE (8:1)
011860     MOVE SALES-DATE-DD   TO HV-SALES-DATE (9:2)
011870     MOVE SELLER-NAME     TO HV-SELLER-NAME
011880     MOVE SALES-BRANCH-CODE TO HV-BRANCH-CODE
011890     MOVE SALES-NET-AMOUNT TO HV-SALES-AMOUNT
011900     IF SALES-TRAN-TYPE = SPACE
011910         MOVE "S" TO HV-TRAN-TYPE
011920     ELSE
011930         MOVE SALES-TRAN-TYPE TO HV-TRAN-TYPE
011940     END-IF
011950     EXEC SQL
011960         INSERT INTO SALES_DETAIL
011970                (SALES_KEY, SALES_DATE, SELLER_NAME,
011980                 SALES_AMOUNT, TRAN_TYPE, BRANCH_CODE,
011990                 POSTING_DATE)
012000         VALUES (:HV-SALES-KEY, :HV-SALES-DATE,
012010                 :HV-SELLER-NAME, :HV-SALES-AMOUNT,
012020                 :HV-TRAN-TYPE, :HV-BRANCH-CODE,
012030                 :HV-POSTING-DATE)
012040     END-EXEC
012050     IF SQLCODE NOT = ZERO
012060         PERFORM 5450-LOG-DB2-ERROR THRU 5450-EXIT
012070     ELSE
012080         ADD 1 TO DB2-INSERT-COUNT
012090     END-IF.
012100 5400-EXIT.
012110     EXIT.
012120******************************************************************
012130*    5450-LOG-DB2-ERROR -- FAILED INSERT TO THE DB2 ERROR LOG;   *
012140*    THE CALLER THEN SUSPENDS THE RECORD ON THE REJECT FILE.     *
012150******************************************************************
012160 5450-LOG-DB2-ERROR.
012170     MOVE "N" TO DB2-INSERT-OK-FLAG
012180     ADD 1 TO DB2-ERROR-COUNT
012190     MOVE DB2-STATEMENT-TEXT          TO DB2-ERROR-STATEMENT
012200     MOVE SQLCODE                     TO DB2-ERROR-SQLCODE
012210     MOVE SQLSTATE                    TO DB2-ERROR-SQLSTATE
012220     MOVE FUNCTION CURRENT-DATE       TO DB2-ERROR-TIMESTAMP
012230     WRITE DB2-ERROR-RECORD.
012240 5450-EXIT.
012250     EXIT.
012260******************************************************************
012270*    5500-WRITE-REJECT -- SUSPEND THE RECORD WITH ITS REASON     *
012280*    CODE, ORIGINAL KEY AND RETRY COUNT FOR THE RECYCLE RUN.     *
012290******************************************************************
012300 5500-WRITE-REJECT.
012310     MOVE EDIT-REASON-CODE       TO REJECT-REASON-CODE
012320     MOVE SALES-KEY              TO REJECT-SALES-KEY
012330     MOVE CURRENT-RETRY-COUNT    TO REJECT-RETRY-COUNT
012340     MOVE SALES-RECORD           TO REJECT-SALES-DATA
012350     MOVE FUNCTION CURRENT-DATE  TO REJECT-TIMESTAMP
012360     WRITE SALES-REJECT-RECORD
012370     ADD 1 TO RECORDS-REJECTED-COUNT
012380     PERFORM 5650-POST-BRANCH-REJECT THRU 5650-EXIT.
012390 5500-EXIT.
012400     EXIT.
012410******************************************************************
012420*    5600/5650 -- PER-BRANCH RUN SUBTOTALS.  A RECORD WHOSE      *
012430*    BRANCH CODE FAILED THE EDIT CANNOT BE ATTRIBUTED AND IS     *
012440*    LEFT OUT OF THE BRANCH LINES (IT IS STILL IN THE RUN        *
012450*    COUNTS ABOVE THEM).                                         *
012460******************************************************************
012470 5600-POST-BRANCH-TOTALS.
012480     PERFORM 5680-SET-BRANCH-SUB THRU 5680-EXIT
012490     IF BRANCH-SUB = ZERO
012500         GO TO 5600-EXIT
012510     END-IF
012520     ADD 1 TO BT-GENERATED-COUNT (BRANCH-SUB)
012530     ADD SALES-NET-AMOUNT TO BT-NET-AMOUNT (BRANCH-SUB).
012540 5600-EXIT.
012550     EXIT.
012560 5650-POST-BRANCH-REJECT.
012570     PERFORM 5680-SET-BRANCH-SUB THRU 5680-EXIT
012580     IF BRANCH-SUB = ZERO
012590         GO TO 5650-EXIT
012600     END-IF
012610     ADD 1 TO BT-REJECTED-COUNT (BRANCH-SUB).
012620 5650-EXIT.
012630     EXIT.
012640 5680-SET-BRANCH-SUB.
012650     EVALUATE SALES-BRANCH-CODE
012660         WHEN "01"  MOVE 1    TO BRANCH-SUB
012670         WHEN "02"  MOVE 2    TO BRANCH-SUB
012680         WHEN "03"  MOVE 3    TO BRANCH-SUB
012690         WHEN OTHER MOVE ZERO TO BRANCH-SUB
012700     END-EVALUATE.
012710 5680-EXIT.
012720     EXIT.
012730******************************************************************
012740*    5700-CHECK-PRIOR-PERIOD -- A POSTED SALE DATED IN A MONTH   *
012750*    THE MONTH-END CLOSE HAS ALREADY ROLLED CANNOT GO BACK INTO  *
012760*    THAT MONTH; IT STAYS IN THE CURRENT MONTH BUCKET BUT IS     *
012770*    NAMED AS A PRIOR-PERIOD ADJUSTMENT ON THE PRIORADJ FILE     *
012780*    AND REGISTER SO ACCOUNTING CAN RESTATE OR CARRY IT.         *
012790******************************************************************
012800 5700-CHECK-PRIOR-PERIOD.
012810     COMPUTE SALES-PERIOD
012820         = SALES-DATE-YYYY * 100 + SALES-DATE-MM
012830     IF SALES-PERIOD > CLOSED-THROUGH-PERIOD
012840         GO TO 5700-EXIT
012850     END-IF
012860     MOVE SPACES            TO PRIOR-ADJUSTMENT-RECORD
012870     MOVE SALES-PERIOD      TO PADJ-ORIGINAL-PERIOD
012880     MOVE RUN-DATE-NUM      TO PADJ-POSTING-DATE
012890     MOVE SALES-KEY         TO PADJ-SALES-KEY
012900     MOVE SALES-DATE        TO PADJ-SALES-DATE
012910     MOVE SELLER-NAME       TO PADJ-SELLER-NAME
012920     MOVE SALES-BRANCH-CODE TO PADJ-BRANCH-CODE
012930     MOVE CSV-TRAN-TYPE     TO PADJ-TRAN-TYPE
012940     MOVE SALES-NET-AMOUNT  TO PADJ-NET-AMOUNT
012950     WRITE PRIOR-ADJUSTMENT-RECORD
012960     GENERATE PRIOR-PERIOD-ON-DAY
012970     ADD 1 TO PRIOR-PERIOD-COUNT
012980     ADD SALES-NET-AMOUNT TO PRIOR-PERIOD-AMOUNT.
012990 5700-EXIT.
013000     EXIT.
013010******************************************************************
013020*    5750-POST-GL-BUCKET -- ADD THE NET AMOUNT INTO THE GENERAL  *
013030*    LEDGER BUCKET FOR ITS BRANCH AND TRANSACTION TYPE.  THE     *
013040*    COMMON EDIT HAS ALREADY PROVED THE BRANCH CODE.             *
013050******************************************************************
013060 5750-POST-GL-BUCKET.
013070     PERFORM 5680-SET-BRANCH-SUB THRU 5680-EXIT
013080     IF BRANCH-SUB = ZERO
013090         GO TO 5750-EXIT
013100     END-IF
013110     EVALUATE TRUE
013120         WHEN TRAN-RETURN      MOVE 2 TO TRAN-SUB
013130         WHEN TRAN-ADJUSTMENT  MOVE 3 TO TRAN-SUB
013140         WHEN OTHER            MOVE 1 TO TRAN-SUB
013150     END-EVALUATE
013160     ADD 1 TO GJ-POSTING-COUNT (BRANCH-SUB, TRAN-SUB)
013170     ADD SALES-NET-AMOUNT TO GJ-NET-AMOUNT (BRANCH-SUB, TRAN-SUB).
013180 5750-EXIT.
013190     EXIT.
013200******************************************************************
013210*    8000-TERMINATE -- CLOSE THE RUN.                            *
013220******************************************************************
013230 8000-TERMINATE.
013240     TERMINATE SALES-REPORT
013250     TERMINATE SALES-ROLLUP-REPORT
013260     TERMINATE RETURNS-REGISTER
013270     TERMINATE PRIOR-PERIOD-REGISTER
013280*    FINAL COMMIT COVERS ROWS INSERTED SINCE THE LAST
013290*    CHECKPOINT, INCLUDING THE RESUBMITTED RECORDS.
013300     EXEC SQL
013310         COMMIT
013320     END-EXEC
013330     PERFORM 8050-WRITE-GL-JOURNAL THRU 8050-EXIT
013340     PERFORM 8100-BALANCE-RUN THRU 8100-EXIT
013350     PERFORM 8200-WRITE-MANIFEST THRU 8200-EXIT
013360     CLOSE SALES-FILE RESUBMIT-FILE REPORT-OUT SALES-REJECT
013370           CSV-EXTRACT CHECKPOINT-FILE SELLER-MASTER
013380           SELLER-TOTALS RUN-CONTROL-REPORT DB2-ERROR-LOG
013390           MANIFEST-FILE PRIOR-PERIOD-FILE
013400     IF RUN-OUT-OF-BALANCE
013410         DISPLAY "SALESDLY: RUN OUT OF BALANCE - ABEND 3333"
013420             UPON CONSL
013430         MOVE 3333 TO ABEND-CODE
013440         CALL "ILBOABN0" USING ABEND-CODE
013450         MOVE 16 TO RETURN-CODE
013460     END-IF.
013470     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT.
013480 8000-EXIT.
013490     EXIT.
013500******************************************************************
013510*    8050-WRITE-GL-JOURNAL -- CUT THE NIGHT'S GENERAL LEDGER     *
013520*    JOURNAL FROM THE BRANCH/TRANSACTION-TYPE BUCKETS: FOR EACH  *
013530*    BUCKET POSTED, THE ENTRY ACCOUNT TAKES THE NET (A CREDIT,   *
013540*    OR A DEBIT WHEN THE NET IS NEGATIVE, AS FOR RETURNS) AND    *
013550*    THE RECEIVABLE ACCOUNT THE OPPOSITE SIDE.  THE TRAILER AND  *
013560*    THE PRINTED PROOF CARRY THE TOTALS; THE PROOF TIES THEM TO  *
013570*    THE NIGHT'S RUN CONTROL TOTALS, WHICH ON A RESTART INCLUDE  *
013580*    THE ABENDED RUN'S HEAD AS THE MANIFEST DOES.  A JOURNAL     *
013590*    THAT DOES NOT BALANCE OR TIE PUTS THE RUN OUT OF BALANCE.   *
013600******************************************************************
013610 8050-WRITE-GL-JOURNAL.
013620     OPEN OUTPUT GL-JOURNAL-FILE
013630          OUTPUT GL-PROOF-REPORT
013640     MOVE ZERO TO GL-LINES-COUNT
013650     MOVE ZERO TO GL-POSTINGS-COUNT
013660     MOVE ZERO TO GL-TOTAL-DEBITS
013670     MOVE ZERO TO GL-TOTAL-CREDITS
013680     MOVE ZERO TO GL-NET-REVENUE
013690     MOVE RUN-TIMESTAMP (1:16) TO GPH-TIMESTAMP
013700     MOVE RUN-DATE-NUM         TO GPH-JOURNAL-DATE
013710     WRITE GL-PROOF-LINE FROM GL-PROOF-HEADING-1
013720         AFTER ADVANCING PAGE
013730     WRITE GL-PROOF-LINE FROM GL-PROOF-COLUMNS
013740         AFTER ADVANCING 2 LINES
013750     MOVE SPACES TO GL-PROOF-LINE
013760     WRITE GL-PROOF-LINE AFTER ADVANCING 1 LINE
013770     PERFORM 8060-JOURNAL-BRANCH THRU 8060-EXIT
013780         VARYING BRANCH-SUB FROM 1 BY 1 UNTIL BRANCH-SUB > 3
013790     MOVE SPACES            TO GL-JOURNAL-RECORD
013800     MOVE "T"               TO GLJ-RECORD-TYPE
013810     MOVE RUN-DATE-NUM      TO GLJ-JOURNAL-DATE
013820     MOVE "SALESDLY"        TO GLJ-SOURCE
013830     MOVE GL-LINES-COUNT    TO GLJ-LINE-COUNT
013840     MOVE GL-TOTAL-DEBITS   TO GLJ-TOTAL-DEBITS
013850     MOVE GL-TOTAL-CREDITS  TO GLJ-TOTAL-CREDITS
013860     MOVE GL-POSTINGS-COUNT TO GLJ-POSTINGS-TOTAL
013870     MOVE GL-NET-REVENUE    TO GLJ-NET-REVENUE
013880     WRITE GL-JOURNAL-RECORD
013890     MOVE SPACES            TO GL-PROOF-DETAIL-LINE
013900     MOVE "JOURNAL TOTALS"  TO GPD-DESCRIPTION
013910     MOVE GL-POSTINGS-COUNT TO GPD-POSTINGS
013920     MOVE GL-TOTAL-DEBITS   TO GPD-DEBIT
013930     MOVE GL-TOTAL-CREDITS  TO GPD-CREDIT
013940     WRITE GL-PROOF-LINE FROM GL-PROOF-DETAIL-LINE
013950         AFTER ADVANCING 2 LINES
013960     MOVE "N" TO GL-OUT-OF-BALANCE-FLAG
013970     IF GL-TOTAL-DEBITS NOT = GL-TOTAL-CREDITS
013980         MOVE "Y" TO GL-OUT-OF-BALANCE-FLAG
013990     END-IF
014000     IF GL-POSTINGS-COUNT NOT = MANIFEST-LINES-COUNT
014010         MOVE "Y" TO GL-OUT-OF-BALANCE-FLAG
014020     END-IF
014030     IF GL-NET-REVENUE NOT = MANIFEST-HASH-AMOUNT
014040         MOVE "Y" TO GL-OUT-OF-BALANCE-FLAG
014050     END-IF
014060     MOVE SPACES TO GL-PROOF-LINE
014070     WRITE GL-PROOF-LINE AFTER ADVANCING 1 LINE
014080     MOVE "JOURNAL LINES         : " TO RCC-TEXT
014090     MOVE GL-LINES-COUNT             TO RCC-COUNT
014100     PERFORM 8090-WRITE-PROOF-COUNT THRU 8090-EXIT
014110     MOVE "POSTINGS JOURNALED    : " TO RCC-TEXT
014120     MOVE GL-POSTINGS-COUNT          TO RCC-COUNT
014130     PERFORM 8090-WRITE-PROOF-COUNT THRU 8090-EXIT
014140     MOVE "RUN CONTROL POSTINGS  : " TO RCC-TEXT
014150     MOVE MANIFEST-LINES-COUNT       TO RCC-COUNT
014160     PERFORM 8090-WRITE-PROOF-COUNT THRU 8090-EXIT
014170     MOVE "NET REVENUE JOURNALED : " TO RCA-TEXT
014180     MOVE GL-NET-REVENUE             TO RCA-AMOUNT
014190     PERFORM 8095-WRITE-PROOF-AMOUNT THRU 8095-EXIT
014200     MOVE "RUN CONTROL NET       : " TO RCA-TEXT
014210     MOVE MANIFEST-HASH-AMOUNT       TO RCA-AMOUNT
014220     PERFORM 8095-WRITE-PROOF-AMOUNT THRU 8095-EXIT
014230     MOVE SPACES TO GL-PROOF-LINE
014240     WRITE GL-PROOF-LINE AFTER ADVANCING 1 LINE
014250     IF GL-JOURNAL-OUT-OF-BALANCE
014260         MOVE "*** JOURNAL OUT OF BALANCE - SEE TIE-OUT ***"
014270             TO RCV-TEXT
014280     ELSE
014290         MOVE "JOURNAL IN BALANCE AND TIED TO RUN CONTROL"
014300             TO RCV-TEXT
014310     END-IF
014320     WRITE GL-PROOF-LINE FROM RUN-CONTROL-VERDICT-LINE
014330         AFTER ADVANCING 1 LINE
014340     CLOSE GL-JOURNAL-FILE GL-PROOF-REPORT.
014350 8050-EXIT.
014360     EXIT.
014370 8060-JOURNAL-BRANCH.
014380     PERFORM 8070-JOURNAL-ENTRY THRU 8070-EXIT
014390         VARYING TRAN-SUB FROM 1 BY 1 UNTIL TRAN-SUB > 3.
014400 8060-EXIT.
014410     EXIT.
014420 8070-JOURNAL-ENTRY.
014430     IF GJ-POSTING-COUNT (BRANCH-SUB, TRAN-SUB) = ZERO
014440         GO TO 8070-EXIT
014450     END-IF
014460     ADD GJ-POSTING-COUNT (BRANCH-SUB, TRAN-SUB)
014470         TO GL-POSTINGS-COUNT
014480     ADD GJ-NET-AMOUNT (BRANCH-SUB, TRAN-SUB) TO GL-NET-REVENUE
014490     IF GJ-NET-AMOUNT (BRANCH-SUB, TRAN-SUB) < ZERO
014500         COMPUTE GL-ENTRY-AMOUNT
014510             = ZERO - GJ-NET-AMOUNT (BRANCH-SUB, TRAN-SUB)
014520         MOVE "D" TO GL-LINE-SIDE
014530     ELSE
014540         MOVE GJ-NET-AMOUNT (BRANCH-SUB, TRAN-SUB)
014550             TO GL-ENTRY-AMOUNT
014560         MOVE "C" TO GL-LINE-SIDE
014570     END-IF
014580     MOVE GJ-ENTRY-ACCOUNT (BRANCH-SUB, TRAN-SUB)
014590         TO GL-LINE-ACCOUNT
014600     MOVE GJ-DESCRIPTION (BRANCH-SUB, TRAN-SUB)
014610         TO GL-LINE-DESCRIPTION
014620     PERFORM 8080-WRITE-GL-LINE THRU 8080-EXIT
014630     IF GL-LINE-SIDE = "D"
014640         MOVE "C" TO GL-LINE-SIDE
014650     ELSE
014660         MOVE "D" TO GL-LINE-SIDE
014670     END-IF
014680     MOVE GJ-RECEIVABLE-ACCOUNT (BRANCH-SUB, TRAN-SUB)
014690         TO GL-LINE-ACCOUNT
014700     MOVE "RECEIVABLE OFFSET" TO GL-LINE-DESCRIPTION
014710     PERFORM 8080-WRITE-GL-LINE THRU 8080-EXIT.
014720 8070-EXIT.
014730     EXIT.
014740 8080-WRITE-GL-LINE.
014750     MOVE SPACES                  TO GL-JOURNAL-RECORD
014760     MOVE "D"                     TO GLJ-RECORD-TYPE
014770     MOVE RUN-DATE-NUM            TO GLJ-JOURNAL-DATE
014780     MOVE "SALESDLY"              TO GLJ-SOURCE
014790     MOVE BT-BRANCH-CODE (BRANCH-SUB) TO GLJ-BRANCH-CODE
014800     MOVE GL-TRAN-CODE (TRAN-SUB) TO GLJ-TRAN-TYPE
014810     MOVE GL-LINE-ACCOUNT         TO GLJ-ACCOUNT
014820     MOVE GL-LINE-SIDE            TO GLJ-DEBIT-CREDIT
014830     MOVE GL-ENTRY-AMOUNT         TO GLJ-AMOUNT
014840     MOVE GJ-POSTING-COUNT (BRANCH-SUB, TRAN-SUB)
014850                                  TO GLJ-POSTING-COUNT
014860     MOVE GL-LINE-DESCRIPTION     TO GLJ-DESCRIPTION
014870     WRITE GL-JOURNAL-RECORD
014880     ADD 1 TO GL-LINES-COUNT
014890     MOVE SPACES                  TO GL-PROOF-DETAIL-LINE
014900     MOVE BT-BRANCH-CODE (BRANCH-SUB) TO GPD-BRANCH-CODE
014910     MOVE GL-TRAN-CODE (TRAN-SUB) TO GPD-TRAN-TYPE
014920     MOVE GL-LINE-ACCOUNT         TO GPD-ACCOUNT
014930     MOVE GL-LINE-DESCRIPTION     TO GPD-DESCRIPTION
014940     MOVE GJ-POSTING-COUNT (BRANCH-SUB, TRAN-SUB)
014950                                  TO GPD-POSTINGS
014960     IF GL-LINE-SIDE = "D"
014970         MOVE GL-ENTRY-AMOUNT     TO GPD-DEBIT
014980         ADD GL-ENTRY-AMOUNT      TO GL-TOTAL-DEBITS
014990     ELSE
015000         MOVE GL-ENTRY-AMOUNT     TO GPD-CREDIT
015010         ADD GL-ENTRY-AMOUNT      TO GL-TOTAL-CREDITS
015020     END-IF
015030     WRITE GL-PROOF-LINE FROM GL-PROOF-DETAIL-LINE
015040         AFTER ADVANCING 1 LINE.
015050 8080-EXIT.
015060     EXIT.
015070 8090-WRITE-PROOF-COUNT.
015080     WRITE GL-PROOF-LINE FROM RUN-CONTROL-COUNT-LINE
015090         AFTER ADVANCING 1 LINE.
015100 8090-EXIT.
015110     EXIT.
015120 8095-WRITE-PROOF-AMOUNT.
015130     WRITE GL-PROOF-LINE FROM RUN-CONTROL-AMOUNT-LINE
015140         AFTER ADVANCING 1 LINE.
015150 8095-EXIT.
015160     EXIT.
015170******************************************************************
015180*    8100-BALANCE-RUN -- PROVE THE RUN'S OUTPUTS AGREE BEFORE    *
015190*    ANYTHING LEAVES THE SHOP.  RECORDS READ MUST EQUAL          *
015200*    GENERATED PLUS REJECTED PLUS RESTART-SKIPPED; CSV LINES     *
015210*    MUST EQUAL RECORDS GENERATED; AND THE DETAIL-SIDE HASH OF   *
015220*    SALES-AMOUNT MUST EQUAL THE CONTROL FOOTING FINAL GRAND     *
015230*    TOTAL CAPTURED BY THE BALANCE-CAPTURE DECLARATIVE.          *
015240*    THE GL JOURNAL (8050) MUST BALANCE AND TIE AS WELL.         *
015250******************************************************************
015260 8100-BALANCE-RUN.
015270     MOVE RUN-TIMESTAMP (1:16) TO RCH-TIMESTAMP
015280     WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-HEADING
015290         AFTER ADVANCING PAGE
015300     MOVE SPACES TO RUN-CONTROL-LINE
015310     WRITE RUN-CONTROL-LINE AFTER ADVANCING 1 LINE
015320     MOVE "RECORDS READ          : " TO RCC-TEXT
015330     MOVE RECORDS-READ-COUNT         TO RCC-COUNT
015340     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
015350     MOVE "RECORDS GENERATED     : " TO RCC-TEXT
015360     MOVE RECORDS-GENERATED-COUNT    TO RCC-COUNT
015370     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
015380     MOVE "RECORDS REJECTED      : " TO RCC-TEXT
015390     MOVE RECORDS-REJECTED-COUNT     TO RCC-COUNT
015400     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
015410     MOVE "RESTART SKIPPED       : " TO RCC-TEXT
015420     MOVE RESTART-SKIPPED-COUNT      TO RCC-COUNT
015430     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
015440     MOVE "CROSS-DAY DUPLICATES  : " TO RCC-TEXT
015450     MOVE DUPLICATE-KEY-COUNT        TO RCC-COUNT
015460     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
015470     MOVE "PRIOR-PERIOD ADJUSTS  : " TO RCC-TEXT
015480     MOVE PRIOR-PERIOD-COUNT         TO RCC-COUNT
015490     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
015500     MOVE "CSV LINES WRITTEN     : " TO RCC-TEXT
015510     MOVE CSV-LINES-COUNT            TO RCC-COUNT
015520     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
015530     MOVE "DB2 ROWS INSERTED     : " TO RCC-TEXT
015540     MOVE DB2-INSERT-COUNT           TO RCC-COUNT
015550     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
015560     MOVE "DB2 INSERT ERRORS     : " TO RCC-TEXT
015570     MOVE DB2-ERROR-COUNT            TO RCC-COUNT
015580     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
015590     MOVE "DETAIL HASH TOTAL     : " TO RCA-TEXT
015600     MOVE DETAIL-HASH-TOTAL          TO RCA-AMOUNT
015610     PERFORM 8160-WRITE-AMOUNT-LINE THRU 8160-EXIT
015620     MOVE "REPORT GRAND TOTAL    : " TO RCA-TEXT
015630     MOVE BALANCE-GRAND-TOTAL        TO RCA-AMOUNT
015640     PERFORM 8160-WRITE-AMOUNT-LINE THRU 8160-EXIT
015650     MOVE "PRIOR-PERIOD NET      : " TO RCA-TEXT
015660     MOVE PRIOR-PERIOD-AMOUNT        TO RCA-AMOUNT
015670     PERFORM 8160-WRITE-AMOUNT-LINE THRU 8160-EXIT
015680     MOVE "GL POSTINGS JOURNALED : " TO RCC-TEXT
015690     MOVE GL-POSTINGS-COUNT          TO RCC-COUNT
015700     PERFORM 8150-WRITE-COUNT-LINE THRU 8150-EXIT
015710     MOVE "GL NET REVENUE        : " TO RCA-TEXT
015720     MOVE GL-NET-REVENUE             TO RCA-AMOUNT
015730     PERFORM 8160-WRITE-AMOUNT-LINE THRU 8160-EXIT
015740     MOVE "GL JOURNAL DEBITS     : " TO RCA-TEXT
015750     MOVE GL-TOTAL-DEBITS            TO RCA-AMOUNT
015760     PERFORM 8160-WRITE-AMOUNT-LINE THRU 8160-EXIT
015770     MOVE "GL JOURNAL CREDITS    : " TO RCA-TEXT
015780     MOVE GL-TOTAL-CREDITS           TO RCA-AMOUNT
015790     PERFORM 8160-WRITE-AMOUNT-LINE THRU 8160-EXIT
015800     MOVE SPACES TO RUN-CONTROL-LINE
015810     WRITE RUN-CONTROL-LINE AFTER ADVANCING 1 LINE
015820     PERFORM 8170-WRITE-BRANCH-LINE THRU 8170-EXIT
015830         VARYING BRANCH-SUB FROM 1 BY 1 UNTIL BRANCH-SUB > 3
015840     COMPUTE BALANCE-EXPECTED-COUNT
015850         = RECORDS-GENERATED-COUNT + RECORDS-REJECTED-COUNT
015860         + RESTART-SKIPPED-COUNT
015870     IF RECORDS-READ-COUNT NOT = BALANCE-EXPECTED-COUNT
015880         MOVE "Y" TO OUT-OF-BALANCE-FLAG
015890     END-IF
015900     IF DB2-INSERT-COUNT NOT = RECORDS-GENERATED-COUNT
015910         MOVE "Y" TO OUT-OF-BALANCE-FLAG
015920     END-IF
015930     IF CSV-LINES-COUNT NOT = RECORDS-GENERATED-COUNT
015940         MOVE "Y" TO OUT-OF-BALANCE-FLAG
015950     END-IF
015960     IF DETAIL-HASH-TOTAL NOT = BALANCE-GRAND-TOTAL
015970         MOVE "Y" TO OUT-OF-BALANCE-FLAG
015980     END-IF
015990     IF GL-JOURNAL-OUT-OF-BALANCE
016000         MOVE "Y" TO OUT-OF-BALANCE-FLAG
016010     END-IF
016020     MOVE SPACES TO RUN-CONTROL-LINE
016030     WRITE RUN-CONTROL-LINE AFTER ADVANCING 1 LINE
016040     IF RUN-OUT-OF-BALANCE
016050         MOVE "*** RUN OUT OF BALANCE - SEE COUNTS ABOVE ***"
016060             TO RCV-TEXT
016070     ELSE
016080         MOVE "RUN IN BALANCE" TO RCV-TEXT
016090     END-IF
016100     WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-VERDICT-LINE
016110         AFTER ADVANCING 1 LINE.
016120 8100-EXIT.
016130     EXIT.
016140 8150-WRITE-COUNT-LINE.
016150     WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-COUNT-LINE
016160         AFTER ADVANCING 1 LINE.
016170 8150-EXIT.
016180     EXIT.
016190 8160-WRITE-AMOUNT-LINE.
016200     WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-AMOUNT-LINE
016210         AFTER ADVANCING 1 LINE.
016220 8160-EXIT.
016230     EXIT.
016240 8170-WRITE-BRANCH-LINE.
016250     MOVE BT-BRANCH-CODE (BRANCH-SUB)     TO RCB-BRANCH-CODE
016260     MOVE BT-GENERATED-COUNT (BRANCH-SUB) TO RCB-GENERATED
016270     MOVE BT-REJECTED-COUNT (BRANCH-SUB)  TO RCB-REJECTED
016280     MOVE BT-NET-AMOUNT (BRANCH-SUB)      TO RCB-NET-AMOUNT
016290     WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-BRANCH-LINE
016300         AFTER ADVANCING 1 LINE.
016310 8170-EXIT.
016320     EXIT.
016330******************************************************************
016340*    8200-WRITE-MANIFEST -- ONE TRAILER RECORD PER NIGHT SO      *
016350*    THE MORNING MATCHER (CSVACK) CAN PROVE THE EXTRACT          *
016360*    ARRIVED INTACT AT THE REGIONAL OFFICE.  THE MANIFEST        *
016370*    ACCUMULATORS COVER THE WHOLE NIGHT: ON A RESTART THEY       *
016380*    INCLUDE THE ABENDED RUN'S HEAD (RE-COUNTED BY THE           *
016390*    REPLAY) AS WELL AS THIS RUN'S TAIL, SO THE MANIFEST         *
016400*    STILL DESCRIBES EXACTLY WHAT THE REGIONAL OFFICE GETS.      *
016410******************************************************************
016420 8200-WRITE-MANIFEST.
016430     MOVE SPACES               TO MANIFEST-RECORD
016440     MOVE RUN-DATE-NUM         TO MANIFEST-RUN-DATE
016450     MOVE MANIFEST-LINES-COUNT TO MANIFEST-LINE-COUNT
016460     MOVE MANIFEST-HASH-AMOUNT TO MANIFEST-HASH-TOTAL
016470     WRITE MANIFEST-RECORD.
016480 8200-EXIT.
016490     EXIT.
016500******************************************************************
016510*    9500/9600 -- STEP START AND STEP END EVENTS TO THE SHARED   *
016520*    RUN-EVENT FILE (RUNEVNT) READ BY THE END-OF-NIGHT           *
016530*    VERIFIER (RUNVRFY).                                         *
016540******************************************************************
016550 9500-LOG-STEP-START.
016560     OPEN EXTEND RUN-EVENT-FILE
016570     MOVE SPACES                TO RUN-EVENT-RECORD
016580     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
016590     MOVE "SALESDLY"            TO EVENT-STEP-NAME
016600     MOVE "S"                   TO EVENT-TYPE-CODE
016610     MOVE ZERO                  TO EVENT-RETURN-CODE
016620     MOVE ZERO                  TO EVENT-READ-COUNT
016630     MOVE ZERO                  TO EVENT-OUT-COUNT
016640     MOVE ZERO                  TO EVENT-REJECT-COUNT
016650     WRITE RUN-EVENT-RECORD.
016660 9500-EXIT.
016670     EXIT.
016680 9600-LOG-STEP-END.
016690     MOVE SPACES                TO RUN-EVENT-RECORD
016700     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
016710     MOVE "SALESDLY"            TO EVENT-STEP-NAME
016720     MOVE "E"                   TO EVENT-TYPE-CODE
016730     MOVE RETURN-CODE           TO EVENT-RETURN-CODE
016740     MOVE RECORDS-READ-COUNT      TO EVENT-READ-COUNT
016750     MOVE RECORDS-GENERATED-COUNT TO EVENT-OUT-COUNT
016760     MOVE RECORDS-REJECTED-COUNT  TO EVENT-REJECT-COUNT
016770     WRITE RUN-EVENT-RECORD
016780     CLOSE RUN-EVENT-FILE.
016790 9600-EXIT.
016800     EXIT.
016810******************************************************************
016820*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
016830******************************************************************
016840 9999-ABORT-RUN.
016850     DISPLAY "SALESDLY: RUN ABORTED" UPON CONSL
016860     MOVE 16 TO RETURN-CODE
016870     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
016880     STOP RUN.
016890******************************************************************
016900*    COMMON SALES RECORD EDIT (5100-EDIT-SALES-RECORD).          *
016910******************************************************************
016920     COPY SALESEDT.
