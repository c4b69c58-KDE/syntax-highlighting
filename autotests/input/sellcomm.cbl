000140*    SELLER GETS A PRINTED STATEMENT -- A TERMINATED SELLER      *
000150*    (STATUS "T") GETS A FINAL STATEMENT FOR THE PERIOD WORKED   *
000160*    -- AND A PAYABLES SUMMARY FOR ACCOUNTING CLOSES THE RUN.    *
000170*    THE MONTH CLOSED IS TAKEN FROM THE CLOSE-CONTROL RECORD     *
000180*    (CLOSECTL), WHICH MUST SHOW THE CLOSE COMPLETE, AND EVERY   *
000190*    SELLER'S RATE, MONTH NET AND COMMISSION ARE FILED ON THE    *
000200*    COMMISSION HISTORY (COMMHIST) UNDER SELLER AND PERIOD FOR   *
000210*    THE YEAR-END EARNINGS RUN (COMMYEND).  A RERUN FOR THE      *
000220*    SAME MONTH REWRITES THAT MONTH'S HISTORY, NEVER ADDS TO IT. *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    SELLCOMM.
000260 AUTHOR.        R. T. CALDWELL.
000270 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000280 DATE-WRITTEN.  09/02/26.
000290 DATE-COMPILED.
000300******************************************************************
000310*                     MODIFICATION HISTORY                       *
000320*  DATE      INIT  DESCRIPTION                                   *
000330*  --------  ----  ---------------------------------------------*
000340*  09/02/26  RTC   INITIAL VERSION                               *
000350*  10/15/26  RTC   COMMISSION HISTORY (COMMHIST) BY SELLER AND   *
000360*                  PERIOD, PERIOD FROM THE CLOSE-CONTROL RECORD, *
000370*                  A RERUN REPLACES THE MONTH'S HISTORY          *
000380*  10/15/26  RTC   RUN DATE FILED ON THE HISTORY IS THE BUSINESS *
000390*                  DATE FROM THE BUSINESS-DATE CONTROL RECORD    *
000400*                  (BUSDATE), NOT THE SYSTEM CLOCK               *
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.  GNULINUX.
000450 OBJECT-COMPUTER.  HERCULES.
000460 SPECIAL-NAMES.
000470     CONSOLE IS CONSL.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT TOTALS-ARCHIVE
000510         ASSIGN TO TOTARCH
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS TOTALS-ARCHIVE-STATUS.
000540     SELECT SELLER-MASTER
000550         ASSIGN TO SELLERMST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS SELLER-MASTER-NAME
000590         FILE STATUS IS SELLER-MASTER-STATUS.
000600     SELECT OPTIONAL COMMISSION-HISTORY
000610         ASSIGN TO COMMHIST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS COMM-HIST-KEY
000650         FILE STATUS IS COMMISSION-HISTORY-STATUS.
000660     SELECT OPTIONAL CLOSE-CONTROL-FILE
000670         ASSIGN TO CLOSECTL
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS CLOSE-CONTROL-STATUS.
000700     SELECT BUSINESS-DATE-FILE
000710         ASSIGN TO BUSDATE
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS BUSINESS-DATE-STATUS.
000740     SELECT COMMISSION-REPORT
000750         ASSIGN TO COMPRINT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS COMMISSION-REPORT-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  TOTALS-ARCHIVE.
000810 01  TOTALS-ARCHIVE-RECORD       PIC X(70).
000820 FD  SELLER-MASTER.
000830     COPY SELLMST.
000840 FD  COMMISSION-HISTORY.
000850     COPY COMMHST.
000860 FD  CLOSE-CONTROL-FILE.
000870     COPY CLOSECTL.
000880 FD  BUSINESS-DATE-FILE.
000890     COPY BUSDATE.
000900 FD  COMMISSION-REPORT.
000910 01  COMMISSION-PRINT-LINE       PIC X(132).
000920 WORKING-STORAGE SECTION.
000930 77  TOTALS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
000940 77  SELLER-MASTER-STATUS        PIC X(02) VALUE SPACES.
000950 77  COMMISSION-REPORT-STATUS    PIC X(02) VALUE SPACES.
000960 77  COMMISSION-HISTORY-STATUS   PIC X(02) VALUE SPACES.
000970 77  CLOSE-CONTROL-STATUS        PIC X(02) VALUE SPACES.
000980 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
000990 77  CONTROL-PRESENT-FLAG        PIC X(01) VALUE "N".
001000     88  CONTROL-PRESENT                   VALUE "Y".
001010 77  AT-END-OF-ARCHIVE-FLAG      PIC X(01) VALUE "N".
001020     88  AT-END-OF-ARCHIVE                 VALUE "Y".
001030 77  SELLER-MASTER-FOUND-FLAG    PIC X(01) VALUE "N".
001040     88  SELLER-MASTER-FOUND               VALUE "Y".
001050 77  STATEMENTS-PRINTED-COUNT    PIC 9(05) COMP VALUE ZERO.
001060 77  FINAL-STATEMENTS-COUNT      PIC 9(05) COMP VALUE ZERO.
001070 77  UNKNOWN-SELLERS-COUNT       PIC 9(05) COMP VALUE ZERO.
001080 77  HISTORY-WRITTEN-COUNT       PIC 9(05) COMP VALUE ZERO.
001090 77  HISTORY-REPLACED-COUNT      PIC 9(05) COMP VALUE ZERO.
001100 77  COMMISSION-AMOUNT           PIC S9(09)V99 VALUE ZERO.
001110 77  TOTAL-COMMISSION            PIC S9(11)V99 VALUE ZERO.
001120 77  TOTAL-NET-SALES             PIC S9(11)V99 VALUE ZERO.
001130 77  STATEMENT-PAGE-COUNT        PIC 9(05) COMP VALUE ZERO.
001140 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001150 77  RUN-DATE-NUM                PIC 9(08) VALUE ZERO.
001160 01  COMMISSION-PERIOD           PIC 9(06) VALUE ZERO.
001170*    WORKING COPY OF THE ARCHIVED SELLER TOTALS RECORD, SAME
001180*    LAYOUT AS COPYBOOK SELLTOT.
001190 01  ARCHIVE-WORK-RECORD.
001200     03  ARCH-SELLER-NAME        PIC X(30).
001210     03  ARCH-TOT-MTD            PIC S9(09)V99.
001220     03  ARCH-TOT-YTD            PIC S9(09)V99.
001230     03  ARCH-LAST-POSTED        PIC 9(08).
001240     03  FILLER                  PIC X(10).
001250 01  STATEMENT-HEADING-1.
001260     03  FILLER                  PIC X(27)
001270         VALUE "SELLER COMMISSION STATEMENT".
001280     03  FILLER                  PIC X(02) VALUE SPACES.
001290     03  FILLER                  PIC X(07) VALUE "PERIOD ".
001300     03  SH1-PERIOD              PIC 9999/99.
001310     03  FILLER                  PIC X(01) VALUE SPACES.
001320     03  FILLER                  PIC X(04) VALUE "RUN ".
001330     03  SH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001340     03  FILLER                  PIC X(60) VALUE SPACES.
001350     03  FILLER                  PIC X(05) VALUE "PAGE ".
001360     03  SH1-PAGE                PIC ZZZZ9.
001370 01  STATEMENT-SELLER-LINE.
001380     03  FILLER                  PIC X(08) VALUE "SELLER: ".
001390     03  SS-SELLER-NAME          PIC X(30).
001400     03  FILLER                  PIC X(02) VALUE SPACES.
001410     03  SS-STATUS-TEXT          PIC X(30).
001420     03  FILLER                  PIC X(62) VALUE SPACES.
001430 01  STATEMENT-AMOUNT-LINE.
001440     03  FILLER                  PIC X(02) VALUE SPACES.
001450     03  SA-TEXT                 PIC X(24).
001460     03  SA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
001470     03  FILLER                  PIC X(88) VALUE SPACES.
001480 01  STATEMENT-RATE-LINE.
001490     03  FILLER                  PIC X(02) VALUE SPACES.
001500     03  SR-TEXT                 PIC X(24).
001510     03  SR-RATE                 PIC Z9.99.
001520     03  FILLER                  PIC X(08) VALUE " PERCENT".
001530     03  FILLER                  PIC X(93) VALUE SPACES.
001540 01  STATEMENT-NOTE-LINE.
001550     03  FILLER                  PIC X(02) VALUE SPACES.
001560     03  SN-TEXT                 PIC X(52).
001570     03  FILLER                  PIC X(78) VALUE SPACES.
001580 01  PAYABLES-HEADING.
001590     03  FILLER                  PIC X(34)
001600         VALUE "COMMISSION PAYABLES SUMMARY".
001610     03  FILLER                  PIC X(10) VALUE SPACES.
001620     03  FILLER                  PIC X(04) VALUE "RUN ".
001630     03  PH-TIMESTAMP            PIC X(16) VALUE SPACES.
001640     03  FILLER                  PIC X(02) VALUE SPACES.
001650     03  FILLER                  PIC X(07) VALUE "PERIOD ".
001660     03  PH-PERIOD               PIC 9999/99.
001670     03  FILLER                  PIC X(52) VALUE SPACES.
001680 01  PAYABLES-COUNT-LINE.
001690     03  PC-TEXT                 PIC X(24).
001700     03  PC-COUNT                PIC ZZZ,ZZ9.
001710     03  FILLER                  PIC X(101) VALUE SPACES.
001720 01  PAYABLES-AMOUNT-LINE.
001730     03  PA-TEXT                 PIC X(24).
001740     03  PA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
001750     03  FILLER                  PIC X(90) VALUE SPACES.
001760 PROCEDURE DIVISION.
001770******************************************************************
001780*    0000-MAINLINE -- RUN CONTROL.                               *
001790******************************************************************
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001820     PERFORM 2000-PROCESS-ONE-SELLER THRU 2000-EXIT
001830         UNTIL AT-END-OF-ARCHIVE
001840     PERFORM 7000-PAYABLES-SUMMARY THRU 7000-EXIT
001850     PERFORM 8000-TERMINATE THRU 8000-EXIT
001860     STOP RUN.
001870******************************************************************
001880*    1000-INITIALIZE -- OPEN FILES AND TAKE THE MONTH CLOSED     *
001890*    FROM THE CLOSE-CONTROL RECORD.                              *
001900******************************************************************
001910 1000-INITIALIZE.
001920     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
001930     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
001940     PERFORM 1100-READ-CLOSE-CONTROL THRU 1100-EXIT
001950     OPEN INPUT  TOTALS-ARCHIVE
001960          INPUT  SELLER-MASTER
001970          I-O    COMMISSION-HISTORY
001980          OUTPUT COMMISSION-REPORT
001990     IF TOTALS-ARCHIVE-STATUS NOT = "00"
002000         DISPLAY "SELLCOMM: OPEN FAILED, TOTARCH STATUS "
002010                 TOTALS-ARCHIVE-STATUS UPON CONSL
002020         GO TO 9999-ABORT-RUN
002030     END-IF
002040     IF SELLER-MASTER-STATUS NOT = "00"
002050         DISPLAY "SELLCOMM: OPEN FAILED, SELLERMST STATUS "
002060                 SELLER-MASTER-STATUS UPON CONSL
002070         GO TO 9999-ABORT-RUN
002080     END-IF
002090     IF COMMISSION-HISTORY-STATUS NOT = "00"
002100            AND COMMISSION-HISTORY-STATUS NOT = "05"
002110         DISPLAY "SELLCOMM: OPEN FAILED, COMMHIST STATUS "
002120                 COMMISSION-HISTORY-STATUS UPON CONSL
002130         GO TO 9999-ABORT-RUN
002140     END-IF.
002150 1000-EXIT.
002160     EXIT.
002170******************************************************************
002180*    1050-READ-BUSINESS-DATE -- THE RUN DATE FILED ON THE        *
002190*    HISTORY IS THE NIGHT'S BUSINESS DATE.                       *
002200******************************************************************
002210 1050-READ-BUSINESS-DATE.
002220     OPEN INPUT BUSINESS-DATE-FILE
002230     IF BUSINESS-DATE-STATUS NOT = "00"
002240         DISPLAY "SELLCOMM: OPEN FAILED, BUSDATE STATUS "
002250                 BUSINESS-DATE-STATUS UPON CONSL
002260         GO TO 9999-ABORT-RUN
002270     END-IF
002280     READ BUSINESS-DATE-FILE
002290         AT END
002300             DISPLAY "SELLCOMM: NO BUSINESS-DATE RECORD (BUSDATE)"
002310                 UPON CONSL
002320             GO TO 9999-ABORT-RUN
002330     END-READ
002340     MOVE BUS-PROCESSING-DATE TO RUN-DATE-NUM
002350     CLOSE BUSINESS-DATE-FILE.
002360 1050-EXIT.
002370     EXIT.
002380******************************************************************
002390*    1100-READ-CLOSE-CONTROL -- THE COMMISSION MONTH IS THE      *
002400*    LAST PERIOD CLOSED.  NO RECORD, OR A CLOSE STILL IN         *
002410*    PROGRESS, MEANS THE ARCHIVE IS NOT FINAL AND NOTHING IS     *
002420*    FILED.                                                      *
002430******************************************************************
002440 1100-READ-CLOSE-CONTROL.
002450     MOVE "N" TO CONTROL-PRESENT-FLAG
002460     OPEN INPUT CLOSE-CONTROL-FILE
002470     READ CLOSE-CONTROL-FILE
002480         AT END
002490             CONTINUE
002500         NOT AT END
002510             MOVE "Y" TO CONTROL-PRESENT-FLAG
002520     END-READ
002530     CLOSE CLOSE-CONTROL-FILE
002540     IF NOT CONTROL-PRESENT
002550         DISPLAY "SELLCOMM: NO CLOSE-CONTROL RECORD - THE "
002560             "MONTH-END CLOSE HAS NOT RUN" UPON CONSL
002570         GO TO 9998-REFUSE-RUN
002580     END-IF
002590     IF NOT CLOSE-COMPLETE
002600         DISPLAY "SELLCOMM: CLOSE OF " CLOSE-LAST-PERIOD
002610                 " DID NOT COMPLETE" UPON CONSL
002620         GO TO 9998-REFUSE-RUN
002630     END-IF
002640     MOVE CLOSE-LAST-PERIOD TO COMMISSION-PERIOD.
002650 1100-EXIT.
002660     EXIT.
002670******************************************************************
002680*    2000-PROCESS-ONE-SELLER -- ONE ARCHIVED TOTALS RECORD:      *
002690*    LOOK UP THE MASTER, COMPUTE THE COMMISSION ON THE CLOSED    *
002700*    MONTH NET, PRINT THE STATEMENT AND ACCUMULATE PAYABLES.     *
002710******************************************************************
002720 2000-PROCESS-ONE-SELLER.
002730     READ TOTALS-ARCHIVE INTO ARCHIVE-WORK-RECORD
002740         AT END
002750             MOVE "Y" TO AT-END-OF-ARCHIVE-FLAG
002760             GO TO 2000-EXIT
002770     END-READ
002780     MOVE ARCH-SELLER-NAME TO SELLER-MASTER-NAME
002790     READ SELLER-MASTER
002800         INVALID KEY
002810             MOVE "N" TO SELLER-MASTER-FOUND-FLAG
002820         NOT INVALID KEY
002830             MOVE "Y" TO SELLER-MASTER-FOUND-FLAG
002840     END-READ
002850     IF NOT SELLER-MASTER-FOUND
002860         ADD 1 TO UNKNOWN-SELLERS-COUNT
002870         MOVE ZERO TO SELLER-COMM-RATE
002880     END-IF
002890     PERFORM 3000-COMPUTE-COMMISSION THRU 3000-EXIT
002900     PERFORM 4000-FILE-HISTORY THRU 4000-EXIT
002910     PERFORM 5000-PRINT-STATEMENT THRU 5000-EXIT
002920     IF COMMISSION-AMOUNT > ZERO
002930         ADD COMMISSION-AMOUNT TO TOTAL-COMMISSION
002940     END-IF
002950     ADD ARCH-TOT-MTD TO TOTAL-NET-SALES.
002960 2000-EXIT.
002970     EXIT.
002980******************************************************************
002990*    3000-COMPUTE-COMMISSION -- RATE APPLIED TO THE CLOSED       *
003000*    MONTH NET.  THE NET CARRIES RETURNS AS NEGATIVES ALREADY,   *
003010*    SO A MONTH THAT NETS TO ZERO OR BELOW EARNS NOTHING.        *
003020******************************************************************
003030 3000-COMPUTE-COMMISSION.
003040     IF ARCH-TOT-MTD NOT > ZERO
003050         MOVE ZERO TO COMMISSION-AMOUNT
003060         GO TO 3000-EXIT
003070     END-IF
003080     COMPUTE COMMISSION-AMOUNT ROUNDED
003090         = ARCH-TOT-MTD * SELLER-COMM-RATE / 100.
003100 3000-EXIT.
003110     EXIT.
003120******************************************************************
003130*    4000-FILE-HISTORY -- THE SELLER'S MONTH ON THE COMMISSION   *
003140*    HISTORY.  A RECORD ALREADY ON FILE FOR THIS SELLER AND      *
003150*    PERIOD IS FROM AN EARLIER RUN OF THE SAME MONTH AND IS      *
003160*    REWRITTEN, SO A RERUN NEVER COUNTS A MONTH TWICE.           *
003170******************************************************************
003180 4000-FILE-HISTORY.
003190     MOVE SPACES               TO COMMISSION-HISTORY-RECORD
003200     MOVE ARCH-SELLER-NAME     TO COMM-HIST-SELLER-NAME
003210     MOVE COMMISSION-PERIOD    TO COMM-HIST-PERIOD
003220     MOVE SELLER-COMM-RATE     TO COMM-HIST-RATE
003230     MOVE ARCH-TOT-MTD         TO COMM-HIST-MONTH-NET
003240     MOVE COMMISSION-AMOUNT    TO COMM-HIST-COMMISSION
003250     MOVE RUN-DATE-NUM         TO COMM-HIST-RUN-DATE
003260     IF SELLER-MASTER-FOUND
003270         MOVE SELLER-STATUS      TO COMM-HIST-SELLER-STATUS
003280         MOVE SELLER-BRANCH-CODE TO COMM-HIST-BRANCH-CODE
003290     END-IF
003300     WRITE COMMISSION-HISTORY-RECORD
003310         INVALID KEY
003320             CONTINUE
003330         NOT INVALID KEY
003340             ADD 1 TO HISTORY-WRITTEN-COUNT
003350             GO TO 4000-EXIT
003360     END-WRITE
003370     IF COMMISSION-HISTORY-STATUS NOT = "22"
003380         DISPLAY "SELLCOMM: COMMHIST WRITE FAILED, STATUS "
003390                 COMMISSION-HISTORY-STATUS UPON CONSL
003400         GO TO 9999-ABORT-RUN
003410     END-IF
003420     REWRITE COMMISSION-HISTORY-RECORD
003430         INVALID KEY
003440             DISPLAY "SELLCOMM: COMMHIST REWRITE FAILED, STATUS "
003450                     COMMISSION-HISTORY-STATUS UPON CONSL
003460             GO TO 9999-ABORT-RUN
003470     END-REWRITE
003480     ADD 1 TO HISTORY-REPLACED-COUNT.
003490 4000-EXIT.
003500     EXIT.
003510******************************************************************
003520*    5000-PRINT-STATEMENT -- ONE STATEMENT PAGE PER SELLER.      *
003530******************************************************************
003540 5000-PRINT-STATEMENT.
003550     ADD 1 TO STATEMENT-PAGE-COUNT
003560     MOVE COMMISSION-PERIOD     TO SH1-PERIOD
003570     MOVE RUN-TIMESTAMP (1:16)  TO SH1-TIMESTAMP
003580     MOVE STATEMENT-PAGE-COUNT  TO SH1-PAGE
003590     WRITE COMMISSION-PRINT-LINE FROM STATEMENT-HEADING-1
003600         AFTER ADVANCING PAGE
003610     MOVE ARCH-SELLER-NAME TO SS-SELLER-NAME
003620     EVALUATE TRUE
003630         WHEN NOT SELLER-MASTER-FOUND
003640             MOVE "*** NOT ON SELLER MASTER ***"
003650                 TO SS-STATUS-TEXT
003660         WHEN SELLER-TERMINATED
003670             MOVE "FINAL STATEMENT - TERMINATED"
003680                 TO SS-STATUS-TEXT
003690         WHEN OTHER
003700             MOVE SPACES TO SS-STATUS-TEXT
003710     END-EVALUATE
003720     WRITE COMMISSION-PRINT-LINE FROM STATEMENT-SELLER-LINE
003730         AFTER ADVANCING 2 LINES
003740     MOVE SPACES TO COMMISSION-PRINT-LINE
003750     WRITE COMMISSION-PRINT-LINE AFTER ADVANCING 1 LINE
003760     MOVE "NET SALES THIS MONTH  : " TO SA-TEXT
003770     MOVE ARCH-TOT-MTD               TO SA-AMOUNT
003780     WRITE COMMISSION-PRINT-LINE FROM STATEMENT-AMOUNT-LINE
003790         AFTER ADVANCING 1 LINE
003800     MOVE "COMMISSION RATE       : " TO SR-TEXT
003810     MOVE SELLER-COMM-RATE           TO SR-RATE
003820     WRITE COMMISSION-PRINT-LINE FROM STATEMENT-RATE-LINE
003830         AFTER ADVANCING 1 LINE
003840     MOVE "COMMISSION EARNED     : " TO SA-TEXT
003850     MOVE COMMISSION-AMOUNT          TO SA-AMOUNT
003860     WRITE COMMISSION-PRINT-LINE FROM STATEMENT-AMOUNT-LINE
003870         AFTER ADVANCING 1 LINE
003880     IF ARCH-TOT-MTD NOT > ZERO
003890         MOVE "MONTH NETS TO ZERO OR BELOW - NO COMMISSION DUE"
003900             TO SN-TEXT
003910         WRITE COMMISSION-PRINT-LINE FROM STATEMENT-NOTE-LINE
003920             AFTER ADVANCING 2 LINES
003930     END-IF
003940     ADD 1 TO STATEMENTS-PRINTED-COUNT
003950     IF SELLER-MASTER-FOUND AND SELLER-TERMINATED
003960         ADD 1 TO FINAL-STATEMENTS-COUNT
003970     END-IF.
003980 5000-EXIT.
003990     EXIT.
004000******************************************************************
004010*    7000-PAYABLES-SUMMARY -- ONE PAGE FOR ACCOUNTING WITH THE   *
004020*    RUN'S PAYABLE TOTAL AND CONTROL COUNTS.                     *
004030******************************************************************
004040 7000-PAYABLES-SUMMARY.
004050     MOVE RUN-TIMESTAMP (1:16) TO PH-TIMESTAMP
004060     MOVE COMMISSION-PERIOD    TO PH-PERIOD
004070     WRITE COMMISSION-PRINT-LINE FROM PAYABLES-HEADING
004080         AFTER ADVANCING PAGE
004090     MOVE SPACES TO COMMISSION-PRINT-LINE
004100     WRITE COMMISSION-PRINT-LINE AFTER ADVANCING 1 LINE
004110     MOVE "STATEMENTS PRINTED    : " TO PC-TEXT
004120     MOVE STATEMENTS-PRINTED-COUNT   TO PC-COUNT
004130     WRITE COMMISSION-PRINT-LINE FROM PAYABLES-COUNT-LINE
004140         AFTER ADVANCING 1 LINE
004150     MOVE "FINAL STATEMENTS      : " TO PC-TEXT
004160     MOVE FINAL-STATEMENTS-COUNT     TO PC-COUNT
004170     WRITE COMMISSION-PRINT-LINE FROM PAYABLES-COUNT-LINE
004180         AFTER ADVANCING 1 LINE
004190     MOVE "SELLERS NOT ON MASTER : " TO PC-TEXT
004200     MOVE UNKNOWN-SELLERS-COUNT      TO PC-COUNT
004210     WRITE COMMISSION-PRINT-LINE FROM PAYABLES-COUNT-LINE
004220         AFTER ADVANCING 1 LINE
004230     MOVE "HISTORY FILED         : " TO PC-TEXT
004240     MOVE HISTORY-WRITTEN-COUNT      TO PC-COUNT
004250     WRITE COMMISSION-PRINT-LINE FROM PAYABLES-COUNT-LINE
004260         AFTER ADVANCING 1 LINE
004270     MOVE "HISTORY REPLACED      : " TO PC-TEXT
004280     MOVE HISTORY-REPLACED-COUNT     TO PC-COUNT
004290     WRITE COMMISSION-PRINT-LINE FROM PAYABLES-COUNT-LINE
004300         AFTER ADVANCING 1 LINE
004310     MOVE "NET SALES CLOSED      : " TO PA-TEXT
004320     MOVE TOTAL-NET-SALES            TO PA-AMOUNT
004330     WRITE COMMISSION-PRINT-LINE FROM PAYABLES-AMOUNT-LINE
004340         AFTER ADVANCING 1 LINE
004350     MOVE "COMMISSION PAYABLE    : " TO PA-TEXT
004360     MOVE TOTAL-COMMISSION           TO PA-AMOUNT
004370     WRITE COMMISSION-PRINT-LINE FROM PAYABLES-AMOUNT-LINE
004380         AFTER ADVANCING 1 LINE.
004390 7000-EXIT.
004400     EXIT.
004410******************************************************************
004420*    8000-TERMINATE -- CLOSE FILES.                              *
004430******************************************************************
004440 8000-TERMINATE.
004450     CLOSE TOTALS-ARCHIVE SELLER-MASTER COMMISSION-HISTORY
004460           COMMISSION-REPORT
004470     DISPLAY "SELLCOMM: " STATEMENTS-PRINTED-COUNT
004480             " STATEMENTS, PAYABLE " TOTAL-COMMISSION
004490             UPON CONSL.
004500 8000-EXIT.
004510     EXIT.
004520******************************************************************
004530*    9998-REFUSE-RUN -- NO FINAL CLOSE TO PAY ON; RETURN CODE 8  *
004540*    HOLDS THE SCHEDULER AND NOTHING IS PRINTED OR FILED.        *
004550******************************************************************
004560 9998-REFUSE-RUN.
004570     DISPLAY "SELLCOMM: RUN REFUSED - NO HISTORY FILED" UPON CONSL
004580     MOVE 8 TO RETURN-CODE
004590     STOP RUN.
004600******************************************************************
004610*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
004620******************************************************************
004630 9999-ABORT-RUN.
004640     DISPLAY "SELLCOMM: RUN ABORTED" UPON CONSL
004650     MOVE 16 TO RETURN-CODE
004660     STOP RUN.
