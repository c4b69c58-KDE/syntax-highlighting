000010******************************************************************
000020*    COMMYEND -- YEAR-END COMMISSION EARNINGS RUN.               *
000030*                                                                *
000040*    RUN AFTER THE YEAR-END CLOSE (TOTYEND).  READS THE          *
000050*    COMMISSION HISTORY (COMMHIST) FILED BY EACH MONTH'S         *
000060*    COMMISSION RUN (SELLCOMM) AND, FOR EVERY SELLER WITH        *
000070*    HISTORY IN THE TAX YEAR -- TERMINATED SELLERS INCLUDED --   *
000080*    WRITES ONE ANNUAL EARNINGS RECORD (EARNREC) TO THE          *
000090*    PAYROLL/TAX INTERFACE FILE (EARNOUT) AND PRINTS AN ANNUAL   *
000100*    EARNINGS STATEMENT SHOWING EACH MONTH'S NET, RATE AND       *
000110*    COMMISSION, FOLLOWED BY A CONTROL SUMMARY FOR PAYROLL.      *
000120*    THE TAX YEAR IS THE YEAR LAST CLOSED ON THE CLOSE-CONTROL   *
000130*    RECORD (CLOSECTL), WHICH MUST SHOW A COMPLETED YEAR-END     *
000140*    CLOSE; A REPRINT FOR AN EARLIER YEAR IS KEYED ON THE        *
000150*    COMYCRD CARD (YYYY), WHICH OVERRIDES THE CHECK.  THE RUN    *
000160*    ONLY READS THE HISTORY, SO IT MAY BE RERUN FREELY.          *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.    COMMYEND.
000200 AUTHOR.        R. T. CALDWELL.
000210 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000220 DATE-WRITTEN.  10/15/26.
000230 DATE-COMPILED.
000240******************************************************************
000250*                     MODIFICATION HISTORY                       *
000260*  DATE      INIT  DESCRIPTION                                   *
000270*  --------  ----  ---------------------------------------------*
000280*  10/15/26  RTC   INITIAL VERSION                               *
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.  GNULINUX.
000330 OBJECT-COMPUTER.  HERCULES.
000340 SPECIAL-NAMES.
000350     CONSOLE IS CONSL.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT COMMISSION-HISTORY
000390         ASSIGN TO COMMHIST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS COMM-HIST-KEY
000430         FILE STATUS IS COMMISSION-HISTORY-STATUS.
000440     SELECT SELLER-MASTER
000450         ASSIGN TO SELLERMST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS SELLER-MASTER-NAME
000490         FILE STATUS IS SELLER-MASTER-STATUS.
000500     SELECT OPTIONAL CLOSE-CONTROL-FILE
000510         ASSIGN TO CLOSECTL
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS CLOSE-CONTROL-STATUS.
000540     SELECT OPTIONAL CONTROL-CARD-FILE
000550         ASSIGN TO COMYCRD
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS CONTROL-CARD-STATUS.
000580     SELECT EARNINGS-FILE
000590         ASSIGN TO EARNOUT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS EARNINGS-FILE-STATUS.
000620     SELECT EARNINGS-REPORT
000630         ASSIGN TO EARNPRT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS EARNINGS-REPORT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  COMMISSION-HISTORY.
000690     COPY COMMHST.
000700 FD  SELLER-MASTER.
000710     COPY SELLMST.
000720 FD  CLOSE-CONTROL-FILE.
000730     COPY CLOSECTL.
000740 FD  CONTROL-CARD-FILE.
000750 01  CONTROL-CARD-RECORD.
000760     03  CARD-TAX-YEAR           PIC X(04).
000770     03  CARD-TAX-YEAR-NUM       REDEFINES CARD-TAX-YEAR
000780                                 PIC 9(04).
000790     03  FILLER                  PIC X(76).
000800 FD  EARNINGS-FILE.
000810     COPY EARNREC.
000820 FD  EARNINGS-REPORT.
000830 01  EARNINGS-PRINT-LINE         PIC X(132).
000840 WORKING-STORAGE SECTION.
000850 77  COMMISSION-HISTORY-STATUS   PIC X(02) VALUE SPACES.
000860 77  SELLER-MASTER-STATUS        PIC X(02) VALUE SPACES.
000870 77  CLOSE-CONTROL-STATUS        PIC X(02) VALUE SPACES.
000880 77  CONTROL-CARD-STATUS         PIC X(02) VALUE SPACES.
000890 77  EARNINGS-FILE-STATUS        PIC X(02) VALUE SPACES.
000900 77  EARNINGS-REPORT-STATUS      PIC X(02) VALUE SPACES.
000910 77  AT-END-OF-HISTORY-FLAG      PIC X(01) VALUE "N".
000920     88  AT-END-OF-HISTORY                 VALUE "Y".
000930 77  AT-END-OF-CARDS-FLAG        PIC X(01) VALUE "N".
000940     88  AT-END-OF-CARDS                   VALUE "Y".
000950 77  CONTROL-PRESENT-FLAG        PIC X(01) VALUE "N".
000960     88  CONTROL-PRESENT                   VALUE "Y".
000970 77  SELLER-OPEN-FLAG            PIC X(01) VALUE "N".
000980     88  SELLER-OPEN                       VALUE "Y".
000990 77  SELLER-MASTER-FOUND-FLAG    PIC X(01) VALUE "N".
001000     88  SELLER-MASTER-FOUND               VALUE "Y".
001010 77  TAX-YEAR                    PIC 9(04) VALUE ZERO.
001020 77  CURRENT-SELLER              PIC X(30) VALUE SPACES.
001030 77  LAST-HIST-STATUS            PIC X(01) VALUE SPACE.
001040 77  LAST-HIST-BRANCH            PIC X(02) VALUE SPACES.
001050 77  MONTH-SUB                   PIC 9(02) COMP VALUE ZERO.
001060 77  HISTORY-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001070 77  HISTORY-OUTSIDE-COUNT       PIC 9(07) COMP VALUE ZERO.
001080 77  EARNINGS-WRITTEN-COUNT      PIC 9(05) COMP VALUE ZERO.
001090 77  TERMINATED-SELLERS-COUNT    PIC 9(05) COMP VALUE ZERO.
001100 77  UNKNOWN-SELLERS-COUNT       PIC 9(05) COMP VALUE ZERO.
001110 77  SELLER-ANNUAL-NET           PIC S9(11)V99 VALUE ZERO.
001120 77  SELLER-ANNUAL-COMMISSION    PIC S9(11)V99 VALUE ZERO.
001130 77  SELLER-MONTHS-ON-FILE       PIC 9(02) COMP VALUE ZERO.
001140 77  TOTAL-ANNUAL-NET            PIC S9(11)V99 VALUE ZERO.
001150 77  TOTAL-ANNUAL-COMMISSION     PIC S9(11)V99 VALUE ZERO.
001160 77  STATEMENT-PAGE-COUNT        PIC 9(05) COMP VALUE ZERO.
001170 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001180*    THE SELLER'S TWELVE MONTHS AS FILED ON THE HISTORY.
001190 01  SELLER-MONTH-TABLE.
001200     03  SM-MONTH-ENTRY OCCURS 12 TIMES.
001210         05  SM-MONTH-FILED      PIC X(01).
001220             88  SM-MONTH-ON-FILE        VALUE "Y".
001230         05  SM-MONTH-NET        PIC S9(09)V99.
001240         05  SM-MONTH-RATE       PIC 9(02)V99.
001250         05  SM-MONTH-COMMISSION PIC S9(09)V99.
001260 01  MONTH-NAME-VALUES.
001270     03  FILLER                  PIC X(36)
001280         VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
001290 01  MONTH-NAME-TABLE            REDEFINES MONTH-NAME-VALUES.
001300     03  MONTH-NAME              OCCURS 12 TIMES
001310                                 PIC X(03).
001320 01  STATEMENT-HEADING-1.
001330     03  FILLER                  PIC X(34)
001340         VALUE "ANNUAL COMMISSION EARNINGS".
001350     03  FILLER                  PIC X(09) VALUE "TAX YEAR ".
001360     03  SH1-TAX-YEAR            PIC 9(04).
001370     03  FILLER                  PIC X(05) VALUE SPACES.
001380     03  FILLER                  PIC X(04) VALUE "RUN ".
001390     03  SH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001400     03  FILLER                  PIC X(50) VALUE SPACES.
001410     03  FILLER                  PIC X(05) VALUE "PAGE ".
001420     03  SH1-PAGE                PIC ZZZZ9.
001430 01  STATEMENT-SELLER-LINE.
001440     03  FILLER                  PIC X(08) VALUE "SELLER: ".
001450     03  SS-SELLER-NAME          PIC X(30).
001460     03  FILLER                  PIC X(02) VALUE SPACES.
001470     03  FILLER                  PIC X(07) VALUE "BRANCH ".
001480     03  SS-BRANCH-CODE          PIC X(02).
001490     03  FILLER                  PIC X(02) VALUE SPACES.
001500     03  SS-STATUS-TEXT          PIC X(36).
001510     03  SS-STATUS-DATE          PIC 99/99/9999.
001520     03  FILLER                  PIC X(35) VALUE SPACES.
001530 01  STATEMENT-COLUMN-LINE.
001540     03  FILLER                  PIC X(04) VALUE SPACES.
001550     03  FILLER                  PIC X(05) VALUE "MONTH".
001560     03  FILLER                  PIC X(08) VALUE SPACES.
001570     03  FILLER                  PIC X(09) VALUE "NET SALES".
001580     03  FILLER                  PIC X(04) VALUE SPACES.
001590     03  FILLER                  PIC X(04) VALUE "RATE".
001600     03  FILLER                  PIC X(08) VALUE SPACES.
001610     03  FILLER                  PIC X(10) VALUE "COMMISSION".
001620     03  FILLER                  PIC X(80) VALUE SPACES.
001630 01  STATEMENT-MONTH-LINE.
001640     03  FILLER                  PIC X(04) VALUE SPACES.
001650     03  SM-MONTH-NAME           PIC X(03).
001660     03  FILLER                  PIC X(02) VALUE SPACES.
001670     03  SM-NET-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001680     03  FILLER                  PIC X(03) VALUE SPACES.
001690     03  SM-RATE                 PIC Z9.99.
001700     03  FILLER                  PIC X(01) VALUE SPACES.
001710     03  SM-COMMISSION           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001720     03  FILLER                  PIC X(02) VALUE SPACES.
001730     03  SM-NOTE-TEXT            PIC X(20).
001740     03  FILLER                  PIC X(58) VALUE SPACES.
001750 01  STATEMENT-TOTAL-LINE.
001760     03  FILLER                  PIC X(04) VALUE SPACES.
001770     03  FILLER                  PIC X(05) VALUE "YEAR ".
001780     03  ST-NET-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001790     03  FILLER                  PIC X(09) VALUE SPACES.
001800     03  ST-COMMISSION           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001810     03  FILLER                  PIC X(80) VALUE SPACES.
001820 01  SUMMARY-HEADING.
001830     03  FILLER                  PIC X(34)
001840         VALUE "ANNUAL EARNINGS CONTROL SUMMARY".
001850     03  FILLER                  PIC X(09) VALUE "TAX YEAR ".
001860     03  SUM-TAX-YEAR            PIC 9(04).
001870     03  FILLER                  PIC X(05) VALUE SPACES.
001880     03  FILLER                  PIC X(04) VALUE "RUN ".
001890     03  SUM-TIMESTAMP           PIC X(16) VALUE SPACES.
001900     03  FILLER                  PIC X(60) VALUE SPACES.
001910 01  SUMMARY-COUNT-LINE.
001920     03  SC-TEXT                 PIC X(24).
001930     03  SC-COUNT                PIC ZZZ,ZZ9.
001940     03  FILLER                  PIC X(101) VALUE SPACES.
001950 01  SUMMARY-AMOUNT-LINE.
001960     03  SA-TEXT                 PIC X(24).
001970     03  SA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
001980     03  FILLER                  PIC X(90) VALUE SPACES.
001990 PROCEDURE DIVISION.
002000******************************************************************
002010*    0000-MAINLINE -- RUN CONTROL.                               *
002020******************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002050     PERFORM 2000-READ-HISTORY THRU 2000-EXIT
002060         UNTIL AT-END-OF-HISTORY
002070     IF SELLER-OPEN
002080         PERFORM 3000-FINISH-SELLER THRU 3000-EXIT
002090     END-IF
002100     PERFORM 7000-CONTROL-SUMMARY THRU 7000-EXIT
002110     PERFORM 8000-TERMINATE THRU 8000-EXIT
002120     STOP RUN.
002130******************************************************************
002140*    1000-INITIALIZE -- SET THE TAX YEAR AND OPEN FILES.         *
002150******************************************************************
002160 1000-INITIALIZE.
002170     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
002180     PERFORM 1100-SET-TAX-YEAR THRU 1100-EXIT
002190     OPEN INPUT  COMMISSION-HISTORY
002200          INPUT  SELLER-MASTER
002210          OUTPUT EARNINGS-FILE
002220          OUTPUT EARNINGS-REPORT
002230     IF COMMISSION-HISTORY-STATUS NOT = "00"
002240         DISPLAY "COMMYEND: OPEN FAILED, COMMHIST STATUS "
002250                 COMMISSION-HISTORY-STATUS UPON CONSL
002260         GO TO 9999-ABORT-RUN
002270     END-IF
002280     IF SELLER-MASTER-STATUS NOT = "00"
002290         DISPLAY "COMMYEND: OPEN FAILED, SELLERMST STATUS "
002300                 SELLER-MASTER-STATUS UPON CONSL
002310         GO TO 9999-ABORT-RUN
002320     END-IF
002330     IF EARNINGS-FILE-STATUS NOT = "00"
002340         DISPLAY "COMMYEND: OPEN FAILED, EARNOUT STATUS "
002350                 EARNINGS-FILE-STATUS UPON CONSL
002360         GO TO 9999-ABORT-RUN
002370     END-IF.
002380 1000-EXIT.
002390     EXIT.
002400******************************************************************
002410*    1100-SET-TAX-YEAR -- A YEAR KEYED ON THE CARD IS A REPRINT  *
002420*    AND IS TAKEN AS KEYED.  OTHERWISE THE LAST CLOSE MUST BE A  *
002430*    COMPLETED YEAR-END CLOSE AND ITS YEAR IS THE TAX YEAR.      *
002440******************************************************************
002450 1100-SET-TAX-YEAR.
002460     OPEN INPUT CONTROL-CARD-FILE
002470     READ CONTROL-CARD-FILE
002480         AT END
002490             MOVE "Y" TO AT-END-OF-CARDS-FLAG
002500     END-READ
002510     CLOSE CONTROL-CARD-FILE
002520     IF NOT AT-END-OF-CARDS
002530        AND CARD-TAX-YEAR NUMERIC
002540        AND CARD-TAX-YEAR-NUM > ZERO
002550         MOVE CARD-TAX-YEAR-NUM TO TAX-YEAR
002560         DISPLAY "COMMYEND: REPRINT FOR TAX YEAR " TAX-YEAR
002570             UPON CONSL
002580         GO TO 1100-EXIT
002590     END-IF
002600     MOVE "N" TO CONTROL-PRESENT-FLAG
002610     OPEN INPUT CLOSE-CONTROL-FILE
002620     READ CLOSE-CONTROL-FILE
002630         AT END
002640             CONTINUE
002650         NOT AT END
002660             MOVE "Y" TO CONTROL-PRESENT-FLAG
002670     END-READ
002680     CLOSE CLOSE-CONTROL-FILE
002690     IF NOT CONTROL-PRESENT
002700         DISPLAY "COMMYEND: NO CLOSE-CONTROL RECORD - THE "
002710             "YEAR-END CLOSE HAS NOT RUN" UPON CONSL
002720         GO TO 9998-REFUSE-RUN
002730     END-IF
002740     IF NOT YEAR-CLOSE-TYPE OR NOT CLOSE-COMPLETE
002750         DISPLAY "COMMYEND: LAST CLOSE " CLOSE-LAST-PERIOD
002760                 " IS NOT A COMPLETED YEAR-END CLOSE"
002770             UPON CONSL
002780         GO TO 9998-REFUSE-RUN
002790     END-IF
002800     MOVE CLOSE-PERIOD-YYYY TO TAX-YEAR.
002810 1100-EXIT.
002820     EXIT.
002830******************************************************************
002840*    2000-READ-HISTORY -- THE HISTORY IS IN SELLER AND PERIOD    *
002850*    ORDER, SO EACH SELLER'S MONTHS ARRIVE TOGETHER; A CHANGE    *
002860*    OF SELLER FINISHES THE PRIOR ONE.  OTHER YEARS ARE          *
002870*    COUNTED AND PASSED OVER.                                    *
002880******************************************************************
002890 2000-READ-HISTORY.
002900     READ COMMISSION-HISTORY NEXT RECORD
002910         AT END
002920             MOVE "Y" TO AT-END-OF-HISTORY-FLAG
002930             GO TO 2000-EXIT
002940     END-READ
002950     ADD 1 TO HISTORY-READ-COUNT
002960     IF COMM-HIST-PERIOD-YYYY NOT = TAX-YEAR
002970        OR COMM-HIST-PERIOD-MM < 01
002980        OR COMM-HIST-PERIOD-MM > 12
002990         ADD 1 TO HISTORY-OUTSIDE-COUNT
003000         GO TO 2000-EXIT
003010     END-IF
003020     IF SELLER-OPEN
003030        AND COMM-HIST-SELLER-NAME NOT = CURRENT-SELLER
003040         PERFORM 3000-FINISH-SELLER THRU 3000-EXIT
003050     END-IF
003060     IF NOT SELLER-OPEN
003070         PERFORM 2100-START-SELLER THRU 2100-EXIT
003080     END-IF
003090     MOVE COMM-HIST-PERIOD-MM     TO MONTH-SUB
003100     MOVE "Y"                     TO SM-MONTH-FILED (MONTH-SUB)
003110     MOVE COMM-HIST-MONTH-NET     TO SM-MONTH-NET (MONTH-SUB)
003120     MOVE COMM-HIST-RATE          TO SM-MONTH-RATE (MONTH-SUB)
003130     MOVE COMM-HIST-COMMISSION
003140         TO SM-MONTH-COMMISSION (MONTH-SUB)
003150     MOVE COMM-HIST-SELLER-STATUS TO LAST-HIST-STATUS
003160     MOVE COMM-HIST-BRANCH-CODE   TO LAST-HIST-BRANCH.
003170 2000-EXIT.
003180     EXIT.
003190 2100-START-SELLER.
003200     MOVE "Y"                   TO SELLER-OPEN-FLAG
003210     MOVE COMM-HIST-SELLER-NAME TO CURRENT-SELLER
003220     PERFORM 2150-CLEAR-ONE-MONTH THRU 2150-EXIT
003230         VARYING MONTH-SUB FROM 1 BY 1
003240         UNTIL MONTH-SUB > 12.
003250 2100-EXIT.
003260     EXIT.
003270 2150-CLEAR-ONE-MONTH.
003280     MOVE "N"  TO SM-MONTH-FILED (MONTH-SUB)
003290     MOVE ZERO TO SM-MONTH-NET (MONTH-SUB)
003300     MOVE ZERO TO SM-MONTH-RATE (MONTH-SUB)
003310     MOVE ZERO TO SM-MONTH-COMMISSION (MONTH-SUB).
003320 2150-EXIT.
003330     EXIT.
003340******************************************************************
003350*    3000-FINISH-SELLER -- TOTAL THE SELLER'S YEAR, TAKE THE     *
003360*    CURRENT STATUS FROM THE MASTER, WRITE THE EARNINGS RECORD   *
003370*    AND PRINT THE STATEMENT.                                    *
003380******************************************************************
003390 3000-FINISH-SELLER.
003400     MOVE "N" TO SELLER-OPEN-FLAG
003410     MOVE ZERO TO SELLER-ANNUAL-NET
003420     MOVE ZERO TO SELLER-ANNUAL-COMMISSION
003430     MOVE ZERO TO SELLER-MONTHS-ON-FILE
003440     MOVE SPACES           TO ANNUAL-EARNINGS-RECORD
003450     MOVE CURRENT-SELLER   TO EARN-SELLER-NAME
003460     MOVE TAX-YEAR         TO EARN-TAX-YEAR
003470     PERFORM 3100-ADD-ONE-MONTH THRU 3100-EXIT
003480         VARYING MONTH-SUB FROM 1 BY 1
003490         UNTIL MONTH-SUB > 12
003500     MOVE CURRENT-SELLER TO SELLER-MASTER-NAME
003510     READ SELLER-MASTER
003520         INVALID KEY
003530             MOVE "N" TO SELLER-MASTER-FOUND-FLAG
003540         NOT INVALID KEY
003550             MOVE "Y" TO SELLER-MASTER-FOUND-FLAG
003560     END-READ
003570     IF SELLER-MASTER-FOUND
003580         MOVE SELLER-STATUS         TO EARN-SELLER-STATUS
003590         MOVE SELLER-BRANCH-CODE    TO EARN-BRANCH-CODE
003600         MOVE SELLER-EFFECTIVE-DATE TO EARN-STATUS-DATE
003610     ELSE
003620         ADD 1 TO UNKNOWN-SELLERS-COUNT
003630         MOVE LAST-HIST-STATUS      TO EARN-SELLER-STATUS
003640         MOVE LAST-HIST-BRANCH      TO EARN-BRANCH-CODE
003650         MOVE ZERO                  TO EARN-STATUS-DATE
003660     END-IF
003670     IF EARN-SELLER-TERMINATED
003680         ADD 1 TO TERMINATED-SELLERS-COUNT
003690     END-IF
003700     MOVE SELLER-MONTHS-ON-FILE    TO EARN-MONTHS-ON-FILE
003710     MOVE SELLER-ANNUAL-NET        TO EARN-ANNUAL-NET
003720     MOVE SELLER-ANNUAL-COMMISSION TO EARN-ANNUAL-COMMISSION
003730     WRITE ANNUAL-EARNINGS-RECORD
003740     IF EARNINGS-FILE-STATUS NOT = "00"
003750         DISPLAY "COMMYEND: EARNOUT WRITE FAILED, STATUS "
003760                 EARNINGS-FILE-STATUS UPON CONSL
003770         GO TO 9999-ABORT-RUN
003780     END-IF
003790     ADD 1 TO EARNINGS-WRITTEN-COUNT
003800     ADD SELLER-ANNUAL-NET        TO TOTAL-ANNUAL-NET
003810     ADD SELLER-ANNUAL-COMMISSION TO TOTAL-ANNUAL-COMMISSION
003820     PERFORM 5000-PRINT-STATEMENT THRU 5000-EXIT.
003830 3000-EXIT.
003840     EXIT.
003850 3100-ADD-ONE-MONTH.
003860     MOVE SM-MONTH-COMMISSION (MONTH-SUB)
003870         TO EARN-MONTH-COMMISSION (MONTH-SUB)
003880     IF SM-MONTH-ON-FILE (MONTH-SUB)
003890         ADD 1 TO SELLER-MONTHS-ON-FILE
003900         ADD SM-MONTH-NET (MONTH-SUB) TO SELLER-ANNUAL-NET
003910         ADD SM-MONTH-COMMISSION (MONTH-SUB)
003920             TO SELLER-ANNUAL-COMMISSION
003930     END-IF.
003940 3100-EXIT.
003950     EXIT.
003960******************************************************************
003970*    5000-PRINT-STATEMENT -- ONE ANNUAL STATEMENT PAGE PER       *
003980*    SELLER: A LINE PER MONTH AND THE YEAR TOTAL.                *
003990******************************************************************
004000 5000-PRINT-STATEMENT.
004010     ADD 1 TO STATEMENT-PAGE-COUNT
004020     MOVE TAX-YEAR              TO SH1-TAX-YEAR
004030     MOVE RUN-TIMESTAMP (1:16)  TO SH1-TIMESTAMP
004040     MOVE STATEMENT-PAGE-COUNT  TO SH1-PAGE
004050     WRITE EARNINGS-PRINT-LINE FROM STATEMENT-HEADING-1
004060         AFTER ADVANCING PAGE
004070     MOVE EARN-SELLER-NAME  TO SS-SELLER-NAME
004080     MOVE EARN-BRANCH-CODE  TO SS-BRANCH-CODE
004090     MOVE EARN-STATUS-DATE  TO SS-STATUS-DATE
004100     EVALUATE TRUE
004110         WHEN NOT SELLER-MASTER-FOUND
004120             MOVE "*** NOT ON SELLER MASTER ***"
004130                 TO SS-STATUS-TEXT
004140         WHEN EARN-SELLER-TERMINATED
004150             MOVE "FINAL - TERMINATED EFFECTIVE"
004160                 TO SS-STATUS-TEXT
004170         WHEN OTHER
004180             MOVE "ACTIVE SINCE" TO SS-STATUS-TEXT
004190     END-EVALUATE
004200     WRITE EARNINGS-PRINT-LINE FROM STATEMENT-SELLER-LINE
004210         AFTER ADVANCING 2 LINES
004220     WRITE EARNINGS-PRINT-LINE FROM STATEMENT-COLUMN-LINE
004230         AFTER ADVANCING 2 LINES
004240     PERFORM 5100-PRINT-ONE-MONTH THRU 5100-EXIT
004250         VARYING MONTH-SUB FROM 1 BY 1
004260         UNTIL MONTH-SUB > 12
004270     MOVE SELLER-ANNUAL-NET        TO ST-NET-AMOUNT
004280     MOVE SELLER-ANNUAL-COMMISSION TO ST-COMMISSION
004290     WRITE EARNINGS-PRINT-LINE FROM STATEMENT-TOTAL-LINE
004300         AFTER ADVANCING 2 LINES.
004310 5000-EXIT.
004320     EXIT.
004330 5100-PRINT-ONE-MONTH.
004340     MOVE MONTH-NAME (MONTH-SUB)          TO SM-MONTH-NAME
004350     MOVE SM-MONTH-NET (MONTH-SUB)        TO SM-NET-AMOUNT
004360     MOVE SM-MONTH-RATE (MONTH-SUB)       TO SM-RATE
004370     MOVE SM-MONTH-COMMISSION (MONTH-SUB) TO SM-COMMISSION
004380     EVALUATE TRUE
004390         WHEN NOT SM-MONTH-ON-FILE (MONTH-SUB)
004400             MOVE "NO HISTORY FILED" TO SM-NOTE-TEXT
004410         WHEN SM-MONTH-NET (MONTH-SUB) NOT > ZERO
004420             MOVE "NO COMMISSION DUE" TO SM-NOTE-TEXT
004430         WHEN OTHER
004440             MOVE SPACES TO SM-NOTE-TEXT
004450     END-EVALUATE
004460     WRITE EARNINGS-PRINT-LINE FROM STATEMENT-MONTH-LINE
004470         AFTER ADVANCING 1 LINE.
004480 5100-EXIT.
004490     EXIT.
004500******************************************************************
004510*    7000-CONTROL-SUMMARY -- ONE PAGE FOR PAYROLL TYING THE      *
004520*    INTERFACE FILE TO THE STATEMENTS.                           *
004530******************************************************************
004540 7000-CONTROL-SUMMARY.
004550     MOVE TAX-YEAR             TO SUM-TAX-YEAR
004560     MOVE RUN-TIMESTAMP (1:16) TO SUM-TIMESTAMP
004570     WRITE EARNINGS-PRINT-LINE FROM SUMMARY-HEADING
004580         AFTER ADVANCING PAGE
004590     MOVE SPACES TO EARNINGS-PRINT-LINE
004600     WRITE EARNINGS-PRINT-LINE AFTER ADVANCING 1 LINE
004610     MOVE "HISTORY RECORDS READ  : " TO SC-TEXT
004620     MOVE HISTORY-READ-COUNT         TO SC-COUNT
004630     WRITE EARNINGS-PRINT-LINE FROM SUMMARY-COUNT-LINE
004640         AFTER ADVANCING 1 LINE
004650     MOVE "OUTSIDE TAX YEAR      : " TO SC-TEXT
004660     MOVE HISTORY-OUTSIDE-COUNT      TO SC-COUNT
004670     WRITE EARNINGS-PRINT-LINE FROM SUMMARY-COUNT-LINE
004680         AFTER ADVANCING 1 LINE
004690     MOVE "EARNINGS RECORDS      : " TO SC-TEXT
004700     MOVE EARNINGS-WRITTEN-COUNT     TO SC-COUNT
004710     WRITE EARNINGS-PRINT-LINE FROM SUMMARY-COUNT-LINE
004720         AFTER ADVANCING 1 LINE
004730     MOVE "TERMINATED SELLERS    : " TO SC-TEXT
004740     MOVE TERMINATED-SELLERS-COUNT   TO SC-COUNT
004750     WRITE EARNINGS-PRINT-LINE FROM SUMMARY-COUNT-LINE
004760         AFTER ADVANCING 1 LINE
004770     MOVE "SELLERS NOT ON MASTER : " TO SC-TEXT
004780     MOVE UNKNOWN-SELLERS-COUNT      TO SC-COUNT
004790     WRITE EARNINGS-PRINT-LINE FROM SUMMARY-COUNT-LINE
004800         AFTER ADVANCING 1 LINE
004810     MOVE "ANNUAL NET SALES      : " TO SA-TEXT
004820     MOVE TOTAL-ANNUAL-NET           TO SA-AMOUNT
004830     WRITE EARNINGS-PRINT-LINE FROM SUMMARY-AMOUNT-LINE
004840         AFTER ADVANCING 1 LINE
004850     MOVE "ANNUAL COMMISSION     : " TO SA-TEXT
004860     MOVE TOTAL-ANNUAL-COMMISSION    TO SA-AMOUNT
004870     WRITE EARNINGS-PRINT-LINE FROM SUMMARY-AMOUNT-LINE
004880         AFTER ADVANCING 1 LINE.
004890 7000-EXIT.
004900     EXIT.
004910******************************************************************
004920*    8000-TERMINATE -- CLOSE FILES.                              *
004930******************************************************************
004940 8000-TERMINATE.
004950     CLOSE COMMISSION-HISTORY SELLER-MASTER EARNINGS-FILE
004960           EARNINGS-REPORT
004970     DISPLAY "COMMYEND: " EARNINGS-WRITTEN-COUNT
004980             " EARNINGS RECORDS FOR " TAX-YEAR UPON CONSL.
004990 8000-EXIT.
005000     EXIT.
005010******************************************************************
005020*    9998-REFUSE-RUN -- NO CLOSED YEAR TO REPORT; RETURN CODE 8  *
005030*    HOLDS THE SCHEDULER AND NO EARNINGS FILE IS CUT.            *
005040******************************************************************
005050 9998-REFUSE-RUN.
005060     DISPLAY "COMMYEND: RUN REFUSED - NO EARNINGS FILE CUT"
005070         UPON CONSL
005080     MOVE 8 TO RETURN-CODE
005090     STOP RUN.
005100******************************************************************
005110*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
005120******************************************************************
005130 9999-ABORT-RUN.
005140     DISPLAY "COMMYEND: RUN ABORTED" UPON CONSL
005150     MOVE 16 TO RETURN-CODE
005160     STOP RUN.
