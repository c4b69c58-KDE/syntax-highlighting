000330*                  KEY COUNTS TO THE SHARED RUN-EVENT FILE       *
000340*                  (RUNEVNT) FOR THE END-OF-NIGHT VERIFIER       *
000350*                  (RUNVRFY)                                     *
000360*  10/15/26  RTC   A REINSTATEMENT RESTAMPS THE EFFECTIVE DATE   *
000370*                  (AS KEYED, ELSE THE RUN DATE) AND SETS THE    *
000380*                  REINSTATED FLAG FOR THE ANOMALY REPORT        *
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  GNULINUX.
000430 OBJECT-COMPUTER.  HERCULES.
000440 SPECIAL-NAMES.
000450     CONSOLE IS CONSL.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT MAINT-TRANS
000490         ASSIGN TO SELLTRN
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS MAINT-TRANS-STATUS.
000520     SELECT OPTIONAL SALES-FILE
000530         ASSIGN TO SALES
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS SALES-FILE-STATUS.
000560     SELECT SELLER-MASTER
000570         ASSIGN TO SELLERMST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS SELLER-MASTER-NAME
000610         FILE STATUS IS SELLER-MASTER-STATUS.
000620     SELECT AUDIT-REPORT
000630         ASSIGN TO MNTAUDIT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS AUDIT-REPORT-STATUS.
000660     SELECT RUN-EVENT-FILE
000670         ASSIGN TO RUNEVNT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS RUN-EVENT-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  MAINT-TRANS.
000730 01  MAINT-TRANS-RECORD.
000740     03  TRANS-ACTION-CODE       PIC X(01).
000750         88  TRANS-ADD                   VALUE "A".
000760         88  TRANS-CHANGE                VALUE "C".
000770         88  TRANS-TERMINATE             VALUE "D".
000780         88  TRANS-REINSTATE             VALUE "R".
000790     03  TRANS-SELLER-NAME       PIC X(30).
000800     03  TRANS-EFFECTIVE-DATE    PIC X(08).
000810     03  TRANS-EFFECTIVE-NUM     REDEFINES TRANS-EFFECTIVE-DATE
000820                                 PIC 9(08).
000830     03  TRANS-OPERATOR-ID       PIC X(08).
000840*    COMMISSION RATE AS KEYED (99V99); BLANK LEAVES THE RATE
000850*    ALONE ON A CHANGE AND DEFAULTS TO ZERO ON AN ADD.
000860     03  TRANS-COMM-RATE         PIC X(04).
000870     03  TRANS-COMM-RATE-NUM     REDEFINES TRANS-COMM-RATE
000880                                 PIC 9(02)V99.
000890*    BRANCH CODE, REQUIRED ON AN ADD; BLANK ON A CHANGE LEAVES
000900*    THE BRANCH ALONE.
000910     03  TRANS-BRANCH-CODE       PIC X(02).
000920         88  TRANS-BRANCH-VALID          VALUE "01" "02" "03".
000930     03  FILLER                  PIC X(27).
000940 FD  SALES-FILE.
000950     COPY SALESREC.
000960 FD  SELLER-MASTER.
000970     COPY SELLMST.
000980 FD  AUDIT-REPORT.
000990 01  AUDIT-PRINT-LINE            PIC X(132).
001000 FD  RUN-EVENT-FILE.
001010     COPY RUNEVENT.
001020 WORKING-STORAGE SECTION.
001030 77  RUN-EVENT-STATUS            PIC X(02) VALUE SPACES.
001040 77  MAINT-TRANS-STATUS          PIC X(02) VALUE SPACES.
001050 77  SALES-FILE-STATUS           PIC X(02) VALUE SPACES.
001060 77  SELLER-MASTER-STATUS        PIC X(02) VALUE SPACES.
001070 77  AUDIT-REPORT-STATUS         PIC X(02) VALUE SPACES.
001080 77  AT-END-OF-TRANS-FLAG        PIC X(01) VALUE "N".
001090     88  AT-END-OF-TRANS                   VALUE "Y".
001100 77  AT-END-OF-SALES-FLAG        PIC X(01) VALUE "N".
001110     88  AT-END-OF-SALES                   VALUE "Y".
001120 77  SELLER-MASTER-FOUND-FLAG    PIC X(01) VALUE "N".
001130     88  SELLER-MASTER-FOUND               VALUE "Y".
001140 77  TRANS-VALID-FLAG            PIC X(01) VALUE "N".
001150     88  TRANS-VALID                       VALUE "Y".
001160 77  TRANS-REJECT-TEXT           PIC X(25) VALUE SPACES.
001170 77  TRANS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
001180 77  TRANS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
001190 77  TRANS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
001200 77  AUDIT-LINE-COUNT            PIC 9(03) COMP VALUE 99.
001210 77  AUDIT-PAGE-COUNT            PIC 9(03) COMP VALUE ZERO.
001220 77  AUDIT-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
001230 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001240 77  RUN-DATE-NUM                PIC 9(08) VALUE ZERO.
001250 77  COMM-RATE-EDITED            PIC 99.99.
001260 01  ACTIVITY-TABLE.
001270     03  ACTIVITY-COUNT          PIC 9(04) COMP VALUE ZERO.
001280     03  ACTIVITY-MAX            PIC 9(04) COMP VALUE 1000.
001290     03  ACTIVITY-ENTRY OCCURS 1000 TIMES
001300             INDEXED BY ACTIVITY-IDX.
001310         05  ACTIVITY-SELLER     PIC X(30).
001320*    THE AFTER IMAGE IS CAPTURED BEFORE THE WRITE/REWRITE --
001330*    THE RECORD AREA IS NOT AVAILABLE AFTER A SUCCESSFUL I-O.
001340 01  AFTER-IMAGE.
001350     03  AFTER-STATUS            PIC X(01).
001360     03  AFTER-EFFECTIVE-DATE    PIC 9(08).
001370     03  AFTER-COMM-RATE         PIC 9(02)V99.
001380 01  BEFORE-IMAGE.
001390     03  BEFORE-STATUS           PIC X(01).
001400     03  BEFORE-EFFECTIVE-DATE   PIC 9(08).
001410     03  BEFORE-COMM-RATE        PIC 9(02)V99.
001420     03  BEFORE-PRESENT-FLAG     PIC X(01).
001430         88  BEFORE-PRESENT              VALUE "Y".
001440 01  AUDIT-HEADING-1.
001450     03  FILLER                  PIC X(34)
001460         VALUE "SELLER MASTER CHANGE-AUDIT REPORT".
001470     03  FILLER                  PIC X(10) VALUE SPACES.
001480     03  FILLER                  PIC X(04) VALUE "RUN ".
001490     03  AH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001500     03  FILLER                  PIC X(60) VALUE SPACES.
001510     03  FILLER                  PIC X(05) VALUE "PAGE ".
001520     03  AH1-PAGE                PIC ZZ9.
001530 01  AUDIT-HEADING-2.
001540     03  FILLER                  PIC X(07) VALUE "ACTION".
001550     03  FILLER                  PIC X(32) VALUE "SELLER".
001560     03  FILLER                  PIC X(10) VALUE "OPERATOR".
001570     03  FILLER                  PIC X(22)
001580         VALUE "BEFORE (ST/EFF/RATE)".
001590     03  FILLER                  PIC X(22)
001600         VALUE "AFTER  (ST/EFF/RATE)".
001610     03  FILLER                  PIC X(39) VALUE "DISPOSITION".
001620 01  AUDIT-DETAIL-LINE.
001630     03  AD-ACTION               PIC X(05).
001640     03  FILLER                  PIC X(02) VALUE SPACES.
001650     03  AD-SELLER-NAME          PIC X(30).
001660     03  FILLER                  PIC X(02) VALUE SPACES.
001670     03  AD-OPERATOR             PIC X(08).
001680     03  FILLER                  PIC X(02) VALUE SPACES.
001690     03  AD-BEFORE-STATUS        PIC X(01).
001700     03  FILLER                  PIC X(01) VALUE "/".
001710     03  AD-BEFORE-DATE          PIC X(08).
001720     03  FILLER                  PIC X(01) VALUE "/".
001730     03  AD-BEFORE-RATE          PIC X(05).
001740     03  FILLER                  PIC X(06) VALUE SPACES.
001750     03  AD-AFTER-STATUS         PIC X(01).
001760     03  FILLER                  PIC X(01) VALUE "/".
001770     03  AD-AFTER-DATE           PIC X(08).
001780     03  FILLER                  PIC X(01) VALUE "/".
001790     03  AD-AFTER-RATE           PIC X(05).
001800     03  FILLER                  PIC X(06) VALUE SPACES.
001810     03  AD-DISPOSITION          PIC X(39).
001820 01  AUDIT-TOTAL-LINE.
001830     03  AT-TOTAL-TEXT           PIC X(24).
001840     03  AT-TOTAL-COUNT          PIC ZZZ,ZZ9.
001850     03  FILLER                  PIC X(101) VALUE SPACES.
001860 PROCEDURE DIVISION.
001870******************************************************************
001880*    0000-MAINLINE -- RUN CONTROL.                               *
001890******************************************************************
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001920     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001930         UNTIL AT-END-OF-TRANS
001940     PERFORM 8000-TERMINATE THRU 8000-EXIT
001950     STOP RUN.
001960******************************************************************
001970*    1000-INITIALIZE -- OPEN FILES AND LOAD THE CURRENT RUN'S    *
001980*    SALES ACTIVITY INTO THE LOOKUP TABLE USED BY THE            *
001990*    TERMINATION EDIT.                                           *
002000******************************************************************
002010 1000-INITIALIZE.
002020     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
002030     PERFORM 9500-LOG-STEP-START THRU 9500-EXIT
002040     MOVE RUN-TIMESTAMP (5:4)   TO RUN-DATE-NUM (1:4)
002050     MOVE RUN-TIMESTAMP (1:4)   TO RUN-DATE-NUM (5:4)
002060     OPEN INPUT  MAINT-TRANS
002070          INPUT  SALES-FILE
002080          I-O    SELLER-MASTER
002090          OUTPUT AUDIT-REPORT
002100     IF MAINT-TRANS-STATUS NOT = "00"
002110         DISPLAY "SELLMNT: OPEN FAILED, SELLTRN STATUS "
002120                 MAINT-TRANS-STATUS UPON CONSL
002130         GO TO 9999-ABORT-RUN
002140     END-IF
002150     IF SELLER-MASTER-STATUS NOT = "00"
002160            AND SELLER-MASTER-STATUS NOT = "05"
002170         DISPLAY "SELLMNT: OPEN FAILED, SELLERMST STATUS "
002180                 SELLER-MASTER-STATUS UPON CONSL
002190         GO TO 9999-ABORT-RUN
002200     END-IF
002210     PERFORM 1200-LOAD-ACTIVITY THRU 1200-EXIT
002220         UNTIL AT-END-OF-SALES
002230     CLOSE SALES-FILE.
002240 1000-EXIT.
002250     EXIT.
002260******************************************************************
002270*    1200-LOAD-ACTIVITY -- DISTINCT SELLER NAMES WITH SALES      *
002280*    ACTIVITY IN THE CURRENT RUN.  A FULL TABLE FAILS SAFE:      *
002290*    FURTHER NAMES ARE NOT RECORDED AND THE TERMINATION EDIT     *
002300*    IS SKIPPED FOR THEM, SO THE RUN IS ABORTED INSTEAD.         *
002310******************************************************************
002320 1200-LOAD-ACTIVITY.
002330     READ SALES-FILE
002340         AT END
002350             MOVE "Y" TO AT-END-OF-SALES-FLAG
002360             GO TO 1200-EXIT
002370     END-READ
002380     IF SELLER-NAME = SPACES
002390         GO TO 1200-EXIT
002400     END-IF
002410     SET ACTIVITY-IDX TO 1
002420     SEARCH ACTIVITY-ENTRY
002430         AT END
002440             CONTINUE
002450         WHEN ACTIVITY-IDX > ACTIVITY-COUNT
002460             CONTINUE
002470         WHEN ACTIVITY-SELLER (ACTIVITY-IDX) = SELLER-NAME
002480             GO TO 1200-EXIT
002490     END-SEARCH
002500     IF ACTIVITY-COUNT >= ACTIVITY-MAX
002510         DISPLAY "SELLMNT: ACTIVITY TABLE FULL" UPON CONSL
002520         GO TO 9999-ABORT-RUN
002530     END-IF
002540     ADD 1 TO ACTIVITY-COUNT
002550     SET ACTIVITY-IDX TO ACTIVITY-COUNT
002560     MOVE SELLER-NAME TO ACTIVITY-SELLER (ACTIVITY-IDX).
002570 1200-EXIT.
002580     EXIT.
002590******************************************************************
002600*    2000-PROCESS-TRANS -- EDIT AND APPLY ONE MAINTENANCE        *
002610*    TRANSACTION, AUDITING THE RESULT EITHER WAY.                *
002620******************************************************************
002630 2000-PROCESS-TRANS.
002640     READ MAINT-TRANS
002650         AT END
002660             MOVE "Y" TO AT-END-OF-TRANS-FLAG
002670             GO TO 2000-EXIT
002680     END-READ
002690     ADD 1 TO TRANS-READ-COUNT
002700     PERFORM 2200-READ-MASTER THRU 2200-EXIT
002710     PERFORM 3000-EDIT-TRANS THRU 3000-EXIT
002720     IF TRANS-VALID
002730         PERFORM 4000-APPLY-TRANS THRU 4000-EXIT
002740         ADD 1 TO TRANS-APPLIED-COUNT
002750         MOVE "APPLIED" TO AD-DISPOSITION
002760     ELSE
002770         ADD 1 TO TRANS-REJECTED-COUNT
002780         MOVE SPACES TO AD-DISPOSITION
002790         STRING "REJECTED - " DELIMITED BY SIZE
002800                TRANS-REJECT-TEXT DELIMITED BY SIZE
002810                INTO AD-DISPOSITION
002820         END-STRING
002830     END-IF
002840     PERFORM 5000-WRITE-AUDIT-LINE THRU 5000-EXIT.
002850 2000-EXIT.
002860     EXIT.
002870******************************************************************
002880*    2200-READ-MASTER -- RANDOM READ FOR THE TRANSACTION'S       *
002890*    SELLER, SAVING THE BEFORE IMAGE FOR THE AUDIT REPORT.       *
002900******************************************************************
002910 2200-READ-MASTER.
002920     MOVE TRANS-SELLER-NAME TO SELLER-MASTER-NAME
002930     READ SELLER-MASTER
002940         INVALID KEY
002950             MOVE "N" TO SELLER-MASTER-FOUND-FLAG
002960         NOT INVALID KEY
002970             MOVE "Y" TO SELLER-MASTER-FOUND-FLAG
002980     END-READ
002990     IF SELLER-MASTER-FOUND
003000         MOVE "Y"                   TO BEFORE-PRESENT-FLAG
003010         MOVE SELLER-STATUS         TO BEFORE-STATUS
003020         MOVE SELLER-EFFECTIVE-DATE TO BEFORE-EFFECTIVE-DATE
003030         MOVE SELLER-COMM-RATE      TO BEFORE-COMM-RATE
003040     ELSE
003050         MOVE "N"    TO BEFORE-PRESENT-FLAG
003060         MOVE SPACES TO BEFORE-STATUS
003070         MOVE ZERO   TO BEFORE-EFFECTIVE-DATE
003080         MOVE ZERO   TO BEFORE-COMM-RATE
003090     END-IF.
003100 2200-EXIT.
003110     EXIT.
003120******************************************************************
003130*    3000-EDIT-TRANS -- TRANSACTION EDITS.  A FAILED EDIT        *
003140*    LEAVES THE REASON IN TRANS-REJECT-TEXT.                     *
003150******************************************************************
003160 3000-EDIT-TRANS.
003170     MOVE "Y"    TO TRANS-VALID-FLAG
003180     MOVE SPACES TO TRANS-REJECT-TEXT
003190     IF TRANS-SELLER-NAME = SPACES
003200         MOVE "N" TO TRANS-VALID-FLAG
003210         MOVE "MISSING SELLER NAME" TO TRANS-REJECT-TEXT
003220         GO TO 3000-EXIT
003230     END-IF
003240     IF NOT TRANS-ADD AND NOT TRANS-CHANGE
003250        AND NOT TRANS-TERMINATE AND NOT TRANS-REINSTATE
003260         MOVE "N" TO TRANS-VALID-FLAG
003270         MOVE "INVALID ACTION CODE" TO TRANS-REJECT-TEXT
003280         GO TO 3000-EXIT
003290     END-IF
003300     IF (TRANS-ADD OR TRANS-CHANGE)
003310        AND TRANS-EFFECTIVE-DATE NOT NUMERIC
003320         MOVE "N" TO TRANS-VALID-FLAG
003330         MOVE "INVALID EFFECTIVE DATE" TO TRANS-REJECT-TEXT
003340         GO TO 3000-EXIT
003350     END-IF
003360     IF TRANS-REINSTATE
003370        AND TRANS-EFFECTIVE-DATE NOT = SPACES
003380        AND TRANS-EFFECTIVE-DATE NOT NUMERIC
003390         MOVE "N" TO TRANS-VALID-FLAG
003400         MOVE "INVALID EFFECTIVE DATE" TO TRANS-REJECT-TEXT
003410         GO TO 3000-EXIT
003420     END-IF
003430     IF (TRANS-ADD OR TRANS-CHANGE)
003440        AND TRANS-COMM-RATE NOT = SPACES
003450        AND TRANS-COMM-RATE NOT NUMERIC
003460         MOVE "N" TO TRANS-VALID-FLAG
003470         MOVE "INVALID COMMISSION RATE" TO TRANS-REJECT-TEXT
003480         GO TO 3000-EXIT
003490     END-IF
003500     IF TRANS-ADD AND NOT TRANS-BRANCH-VALID
003510         MOVE "N" TO TRANS-VALID-FLAG
003520         MOVE "INVALID BRANCH CODE" TO TRANS-REJECT-TEXT
003530         GO TO 3000-EXIT
003540     END-IF
003550     IF TRANS-CHANGE
003560        AND TRANS-BRANCH-CODE NOT = SPACES
003570        AND NOT TRANS-BRANCH-VALID
003580         MOVE "N" TO TRANS-VALID-FLAG
003590         MOVE "INVALID BRANCH CODE" TO TRANS-REJECT-TEXT
003600         GO TO 3000-EXIT
003610     END-IF
003620     IF TRANS-ADD AND SELLER-MASTER-FOUND
003630         MOVE "N" TO TRANS-VALID-FLAG
003640         MOVE "DUPLICATE ADD" TO TRANS-REJECT-TEXT
003650         GO TO 3000-EXIT
003660     END-IF
003670     IF NOT TRANS-ADD AND NOT SELLER-MASTER-FOUND
003680         MOVE "N" TO TRANS-VALID-FLAG
003690         MOVE "SELLER NOT ON MASTER" TO TRANS-REJECT-TEXT
003700         GO TO 3000-EXIT
003710     END-IF
003720     IF TRANS-TERMINATE AND SELLER-TERMINATED
003730         MOVE "N" TO TRANS-VALID-FLAG
003740         MOVE "ALREADY TERMINATED" TO TRANS-REJECT-TEXT
003750         GO TO 3000-EXIT
003760     END-IF
003770     IF TRANS-REINSTATE AND NOT SELLER-TERMINATED
003780         MOVE "N" TO TRANS-VALID-FLAG
003790         MOVE "SELLER NOT TERMINATED" TO TRANS-REJECT-TEXT
003800         GO TO 3000-EXIT
003810     END-IF
003820     IF TRANS-TERMINATE
003830         PERFORM 3100-CHECK-ACTIVITY THRU 3100-EXIT
003840     END-IF.
003850 3000-EXIT.
003860     EXIT.
003870******************************************************************
003880*    3100-CHECK-ACTIVITY -- A SELLER WITH SALES ACTIVITY IN      *
003890*    THE CURRENT RUN MAY NOT BE TERMINATED.                      *
003900******************************************************************
003910 3100-CHECK-ACTIVITY.
003920     IF ACTIVITY-COUNT = ZERO
003930         GO TO 3100-EXIT
003940     END-IF
003950     SET ACTIVITY-IDX TO 1
003960     SEARCH ACTIVITY-ENTRY
003970         AT END
003980             GO TO 3100-EXIT
003990         WHEN ACTIVITY-IDX > ACTIVITY-COUNT
004000             GO TO 3100-EXIT
004010         WHEN ACTIVITY-SELLER (ACTIVITY-IDX)
004020                 = TRANS-SELLER-NAME
004030             CONTINUE
004040     END-SEARCH
004050     MOVE "N" TO TRANS-VALID-FLAG
004060     MOVE "HAS SALES ACTIVITY" TO TRANS-REJECT-TEXT.
004070 3100-EXIT.
004080     EXIT.
004090******************************************************************
004100*    4000-APPLY-TRANS -- WRITE OR REWRITE THE MASTER RECORD.     *
004110******************************************************************
004120 4000-APPLY-TRANS.
004130     EVALUATE TRUE
004140         WHEN TRANS-ADD
004150             MOVE SPACES             TO SELLER-MASTER-RECORD
004160             MOVE TRANS-SELLER-NAME  TO SELLER-MASTER-NAME
004170             MOVE "A"                TO SELLER-STATUS
004180             MOVE TRANS-EFFECTIVE-NUM
004190                                     TO SELLER-EFFECTIVE-DATE
004200             MOVE ZERO               TO SELLER-COMM-RATE
004210             IF TRANS-COMM-RATE NOT = SPACES
004220                 MOVE TRANS-COMM-RATE-NUM
004230                                     TO SELLER-COMM-RATE
004240             END-IF
004250             MOVE TRANS-BRANCH-CODE  TO SELLER-BRANCH-CODE
004260             MOVE "N"                TO SELLER-REINSTATED-FLAG
004270         WHEN TRANS-CHANGE
004280             MOVE TRANS-EFFECTIVE-NUM
004290                                     TO SELLER-EFFECTIVE-DATE
004300             IF TRANS-COMM-RATE NOT = SPACES
004310                 MOVE TRANS-COMM-RATE-NUM
004320                                     TO SELLER-COMM-RATE
004330             END-IF
004340             IF TRANS-BRANCH-CODE NOT = SPACES
004350                 MOVE TRANS-BRANCH-CODE
004360                                     TO SELLER-BRANCH-CODE
004370             END-IF
004380         WHEN TRANS-TERMINATE
004390             MOVE "T"                TO SELLER-STATUS
004400         WHEN TRANS-REINSTATE
004410             MOVE "A"                TO SELLER-STATUS
004420             IF TRANS-EFFECTIVE-DATE = SPACES
004430                 MOVE RUN-DATE-NUM   TO SELLER-EFFECTIVE-DATE
004440             ELSE
004450                 MOVE TRANS-EFFECTIVE-NUM
004460                                     TO SELLER-EFFECTIVE-DATE
004470             END-IF
004480             MOVE "Y"                TO SELLER-REINSTATED-FLAG
004490     END-EVALUATE
004500     MOVE RUN-DATE-NUM      TO SELLER-LAST-MAINT-DATE
004510     MOVE TRANS-OPERATOR-ID TO SELLER-LAST-MAINT-OPER
004520     MOVE SELLER-STATUS         TO AFTER-STATUS
004530     MOVE SELLER-EFFECTIVE-DATE TO AFTER-EFFECTIVE-DATE
004540     MOVE SELLER-COMM-RATE      TO AFTER-COMM-RATE
004550     IF TRANS-ADD
004560         WRITE SELLER-MASTER-RECORD
004570             INVALID KEY
004580                 DISPLAY "SELLMNT: WRITE FAILED, STATUS "
004590                         SELLER-MASTER-STATUS UPON CONSL
004600                 PERFORM 9999-ABORT-RUN
004610         END-WRITE
004620     ELSE
004630         REWRITE SELLER-MASTER-RECORD
004640             INVALID KEY
004650                 DISPLAY "SELLMNT: REWRITE FAILED, STATUS "
004660                         SELLER-MASTER-STATUS UPON CONSL
004670                 PERFORM 9999-ABORT-RUN
004680         END-REWRITE
004690     END-IF.
004700 4000-EXIT.
004710     EXIT.
004720******************************************************************
004730*    5000-WRITE-AUDIT-LINE -- BEFORE/AFTER IMAGES AND THE        *
004740*    DISPOSITION FOR ONE TRANSACTION.                            *
004750******************************************************************
004760 5000-WRITE-AUDIT-LINE.
004770     IF AUDIT-LINE-COUNT >= AUDIT-PAGE-LIMIT
004780         PERFORM 5100-AUDIT-PAGE-HEADING THRU 5100-EXIT
004790     END-IF
004800     EVALUATE TRUE
004810         WHEN TRANS-ADD       MOVE "ADD  " TO AD-ACTION
004820         WHEN TRANS-CHANGE    MOVE "CHG  " TO AD-ACTION
004830         WHEN TRANS-TERMINATE MOVE "TERM " TO AD-ACTION
004840         WHEN TRANS-REINSTATE MOVE "REINS" TO AD-ACTION
004850         WHEN OTHER           MOVE "???  " TO AD-ACTION
004860     END-EVALUATE
004870     MOVE TRANS-SELLER-NAME TO AD-SELLER-NAME
004880     MOVE TRANS-OPERATOR-ID TO AD-OPERATOR
004890     IF BEFORE-PRESENT
004900         MOVE BEFORE-STATUS         TO AD-BEFORE-STATUS
004910         MOVE BEFORE-EFFECTIVE-DATE TO AD-BEFORE-DATE
004920         MOVE BEFORE-COMM-RATE      TO COMM-RATE-EDITED
004930         MOVE COMM-RATE-EDITED      TO AD-BEFORE-RATE
004940     ELSE
004950         MOVE "-"        TO AD-BEFORE-STATUS
004960         MOVE "--------" TO AD-BEFORE-DATE
004970         MOVE "-----"    TO AD-BEFORE-RATE
004980     END-IF
004990     IF TRANS-VALID
005000         MOVE AFTER-STATUS          TO AD-AFTER-STATUS
005010         MOVE AFTER-EFFECTIVE-DATE  TO AD-AFTER-DATE
005020         MOVE AFTER-COMM-RATE       TO COMM-RATE-EDITED
005030         MOVE COMM-RATE-EDITED      TO AD-AFTER-RATE
005040     ELSE
005050         MOVE AD-BEFORE-STATUS      TO AD-AFTER-STATUS
005060         MOVE AD-BEFORE-DATE        TO AD-AFTER-DATE
005070         MOVE AD-BEFORE-RATE        TO AD-AFTER-RATE
005080     END-IF
005090     WRITE AUDIT-PRINT-LINE FROM AUDIT-DETAIL-LINE
005100         AFTER ADVANCING 1 LINE
005110     ADD 1 TO AUDIT-LINE-COUNT.
005120 5000-EXIT.
005130     EXIT.
005140 5100-AUDIT-PAGE-HEADING.
005150     ADD 1 TO AUDIT-PAGE-COUNT
005160     MOVE RUN-TIMESTAMP     TO AH1-TIMESTAMP
005170     MOVE AUDIT-PAGE-COUNT  TO AH1-PAGE
005180     WRITE AUDIT-PRINT-LINE FROM AUDIT-HEADING-1
005190         AFTER ADVANCING PAGE
005200     WRITE AUDIT-PRINT-LINE FROM AUDIT-HEADING-2
005210         AFTER ADVANCING 2 LINES
005220     MOVE SPACES TO AUDIT-PRINT-LINE
005230     WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE
005240     MOVE 4 TO AUDIT-LINE-COUNT.
005250 5100-EXIT.
005260     EXIT.
005270******************************************************************
005280*    8000-TERMINATE -- CONTROL COUNTS AND CLOSE.                 *
005290******************************************************************
005300 8000-TERMINATE.
005310     MOVE SPACES TO AUDIT-PRINT-LINE
005320     WRITE AUDIT-PRINT-LINE AFTER ADVANCING 2 LINES
005330     MOVE "TRANSACTIONS READ     : " TO AT-TOTAL-TEXT
005340     MOVE TRANS-READ-COUNT           TO AT-TOTAL-COUNT
005350     WRITE AUDIT-PRINT-LINE FROM AUDIT-TOTAL-LINE
005360         AFTER ADVANCING 1 LINE
005370     MOVE "TRANSACTIONS APPLIED  : " TO AT-TOTAL-TEXT
005380     MOVE TRANS-APPLIED-COUNT        TO AT-TOTAL-COUNT
005390     WRITE AUDIT-PRINT-LINE FROM AUDIT-TOTAL-LINE
005400         AFTER ADVANCING 1 LINE
005410     MOVE "TRANSACTIONS REJECTED : " TO AT-TOTAL-TEXT
005420     MOVE TRANS-REJECTED-COUNT       TO AT-TOTAL-COUNT
005430     WRITE AUDIT-PRINT-LINE FROM AUDIT-TOTAL-LINE
005440         AFTER ADVANCING 1 LINE
005450     CLOSE MAINT-TRANS SELLER-MASTER AUDIT-REPORT
005460     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
005470     DISPLAY "SELLMNT: " TRANS-APPLIED-COUNT " APPLIED, "
005480             TRANS-REJECTED-COUNT " REJECTED" UPON CONSL.
005490 8000-EXIT.
005500     EXIT.
005510******************************************************************
005520*    9500/9600 -- STEP START AND STEP END EVENTS TO THE SHARED   *
005530*    RUN-EVENT FILE (RUNEVNT) READ BY THE END-OF-NIGHT           *
005540*    VERIFIER (RUNVRFY).                                         *
005550******************************************************************
005560 9500-LOG-STEP-START.
005570     OPEN EXTEND RUN-EVENT-FILE
005580     MOVE SPACES                TO RUN-EVENT-RECORD
005590     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
005600     MOVE "SELLMNT"             TO EVENT-STEP-NAME
005610     MOVE "S"                   TO EVENT-TYPE-CODE
005620     MOVE ZERO                  TO EVENT-RETURN-CODE
005630     MOVE ZERO                  TO EVENT-READ-COUNT
005640     MOVE ZERO                  TO EVENT-OUT-COUNT
005650     MOVE ZERO                  TO EVENT-REJECT-COUNT
005660     WRITE RUN-EVENT-RECORD.
005670 9500-EXIT.
005680     EXIT.
005690 9600-LOG-STEP-END.
005700     MOVE SPACES                TO RUN-EVENT-RECORD
005710     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
005720     MOVE "SELLMNT"             TO EVENT-STEP-NAME
005730     MOVE "E"                   TO EVENT-TYPE-CODE
005740     MOVE RETURN-CODE           TO EVENT-RETURN-CODE
005750     MOVE TRANS-READ-COUNT     TO EVENT-READ-COUNT
005760     MOVE TRANS-APPLIED-COUNT  TO EVENT-OUT-COUNT
005770     MOVE TRANS-REJECTED-COUNT TO EVENT-REJECT-COUNT
005780     WRITE RUN-EVENT-RECORD
005790     CLOSE RUN-EVENT-FILE.
005800 9600-EXIT.
005810     EXIT.
005820******************************************************************
005830*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
005840******************************************************************
005850 9999-ABORT-RUN.
005860     DISPLAY "SELLMNT: RUN ABORTED" UPON CONSL
005870     MOVE 16 TO RETURN-CODE
005880     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
005890     STOP RUN.
