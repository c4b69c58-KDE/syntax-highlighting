000010******************************************************************
000020*    QUOTAMNT -- SELLER QUOTA MASTER BATCH MAINTENANCE RUN.      *
000030*                                                                *
000040*    APPLIES ADD / CHANGE / DELETE TRANSACTIONS TO THE INDEXED   *
000050*    SELLER QUOTA MASTER (SELLQTA), ONE RECORD PER SELLER PER    *
000060*    MONTH (YYYYMM).  EVERY TRANSACTION IS EDITED FIRST          *
000070*    (DUPLICATE ADDS, MAINTENANCE OF A QUOTA NOT ON THE FILE,    *
000080*    A BAD PERIOD OR AMOUNT, A QUOTA ADDED FOR A SELLER WHO IS   *
000090*    NOT ON THE SELLER MASTER OR IS TERMINATED) AND EVERY        *
000100*    TRANSACTION IS PRINTED ON THE CHANGE-AUDIT REPORT WITH ITS  *
000110*    BEFORE AND AFTER QUOTA AND THE OPERATOR WHO KEYED IT.  A    *
000120*    DELETE IS PHYSICAL -- A QUOTA SET IN ERROR IS REMOVED, AND  *
000130*    THE AUDIT REPORT IS THE RECORD OF WHAT IT WAS.              *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.    QUOTAMNT.
000170 AUTHOR.        R. T. CALDWELL.
000180 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000190 DATE-WRITTEN.  10/15/26.
000200 DATE-COMPILED.
000210******************************************************************
000220*                     MODIFICATION HISTORY                       *
000230*  DATE      INIT  DESCRIPTION                                   *
000240*  --------  ----  ---------------------------------------------*
000250*  10/15/26  RTC   INITIAL VERSION                               *
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.  GNULINUX.
000300 OBJECT-COMPUTER.  HERCULES.
000310 SPECIAL-NAMES.
000320     CONSOLE IS CONSL.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT QUOTA-TRANS
000360         ASSIGN TO QUOTTRN
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS QUOTA-TRANS-STATUS.
000390     SELECT SELLER-MASTER
000400         ASSIGN TO SELLERMST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS SELLER-MASTER-NAME
000440         FILE STATUS IS SELLER-MASTER-STATUS.
000450     SELECT OPTIONAL QUOTA-MASTER
000460         ASSIGN TO SELLQTA
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS QUOTA-KEY
000500         FILE STATUS IS QUOTA-MASTER-STATUS.
000510     SELECT AUDIT-REPORT
000520         ASSIGN TO QTAAUDIT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS AUDIT-REPORT-STATUS.
000550     SELECT RUN-EVENT-FILE
000560         ASSIGN TO RUNEVNT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS RUN-EVENT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  QUOTA-TRANS.
000620 01  QUOTA-TRANS-RECORD.
000630     03  TRANS-ACTION-CODE       PIC X(01).
000640         88  TRANS-ADD                   VALUE "A".
000650         88  TRANS-CHANGE                VALUE "C".
000660         88  TRANS-DELETE                VALUE "D".
000670     03  TRANS-SELLER-NAME       PIC X(30).
000680     03  TRANS-PERIOD            PIC X(06).
000690     03  TRANS-PERIOD-NUM        REDEFINES TRANS-PERIOD
000700                                 PIC 9(06).
000710     03  TRANS-PERIOD-X          REDEFINES TRANS-PERIOD.
000720         05  TRANS-PERIOD-YYYY   PIC 9(04).
000730         05  TRANS-PERIOD-MM     PIC 9(02).
000740*    MONTHLY QUOTA AS KEYED (9(09)V99), REQUIRED ON AN ADD AND
000750*    A CHANGE, IGNORED ON A DELETE.
000760     03  TRANS-QUOTA-AMOUNT      PIC X(11).
000770     03  TRANS-QUOTA-AMOUNT-NUM  REDEFINES TRANS-QUOTA-AMOUNT
000780                                 PIC 9(09)V99.
000790     03  TRANS-OPERATOR-ID       PIC X(08).
000800     03  FILLER                  PIC X(24).
000810 FD  SELLER-MASTER.
000820     COPY SELLMST.
000830 FD  QUOTA-MASTER.
000840     COPY SELLQTA.
000850 FD  AUDIT-REPORT.
000860 01  AUDIT-PRINT-LINE            PIC X(132).
000870 FD  RUN-EVENT-FILE.
000880     COPY RUNEVENT.
000890 WORKING-STORAGE SECTION.
000900 77  RUN-EVENT-STATUS            PIC X(02) VALUE SPACES.
000910 77  QUOTA-TRANS-STATUS          PIC X(02) VALUE SPACES.
000920 77  SELLER-MASTER-STATUS        PIC X(02) VALUE SPACES.
000930 77  QUOTA-MASTER-STATUS         PIC X(02) VALUE SPACES.
000940 77  AUDIT-REPORT-STATUS         PIC X(02) VALUE SPACES.
000950 77  AT-END-OF-TRANS-FLAG        PIC X(01) VALUE "N".
000960     88  AT-END-OF-TRANS                   VALUE "Y".
000970 77  SELLER-MASTER-FOUND-FLAG    PIC X(01) VALUE "N".
000980     88  SELLER-MASTER-FOUND               VALUE "Y".
000990 77  QUOTA-FOUND-FLAG            PIC X(01) VALUE "N".
001000     88  QUOTA-FOUND                       VALUE "Y".
001010 77  TRANS-VALID-FLAG            PIC X(01) VALUE "N".
001020     88  TRANS-VALID                       VALUE "Y".
001030 77  TRANS-REJECT-TEXT           PIC X(25) VALUE SPACES.
001040 77  TRANS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
001050 77  TRANS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
001060 77  TRANS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
001070 77  AUDIT-LINE-COUNT            PIC 9(03) COMP VALUE 99.
001080 77  AUDIT-PAGE-COUNT            PIC 9(03) COMP VALUE ZERO.
001090 77  AUDIT-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
001100 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001110 77  RUN-DATE-NUM                PIC 9(08) VALUE ZERO.
001120 77  QUOTA-AMOUNT-EDITED         PIC ZZZ,ZZZ,ZZ9.99.
001130 77  PERIOD-EDITED               PIC 9999/99.
001140*    THE AFTER IMAGE IS CAPTURED BEFORE THE WRITE/REWRITE --
001150*    THE RECORD AREA IS NOT AVAILABLE AFTER A SUCCESSFUL I-O.
001160 01  AFTER-IMAGE.
001170     03  AFTER-QUOTA-AMOUNT      PIC 9(09)V99.
001180 01  BEFORE-IMAGE.
001190     03  BEFORE-QUOTA-AMOUNT     PIC 9(09)V99.
001200     03  BEFORE-PRESENT-FLAG     PIC X(01).
001210         88  BEFORE-PRESENT              VALUE "Y".
001220 01  AUDIT-HEADING-1.
001230     03  FILLER                  PIC X(34)
001240         VALUE "SELLER QUOTA CHANGE-AUDIT REPORT".
001250     03  FILLER                  PIC X(10) VALUE SPACES.
001260     03  FILLER                  PIC X(04) VALUE "RUN ".
001270     03  AH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001280     03  FILLER                  PIC X(60) VALUE SPACES.
001290     03  FILLER                  PIC X(05) VALUE "PAGE ".
001300     03  AH1-PAGE                PIC ZZ9.
001310 01  AUDIT-HEADING-2.
001320     03  FILLER                  PIC X(07) VALUE "ACTION".
001330     03  FILLER                  PIC X(32) VALUE "SELLER".
001340     03  FILLER                  PIC X(09) VALUE "PERIOD".
001350     03  FILLER                  PIC X(10) VALUE "OPERATOR".
001360     03  FILLER                  PIC X(17)
001370         VALUE "   BEFORE QUOTA".
001380     03  FILLER                  PIC X(17)
001390         VALUE "    AFTER QUOTA".
001400     03  FILLER                  PIC X(40) VALUE "DISPOSITION".
001410 01  AUDIT-DETAIL-LINE.
001420     03  AD-ACTION               PIC X(05).
001430     03  FILLER                  PIC X(02) VALUE SPACES.
001440     03  AD-SELLER-NAME          PIC X(30).
001450     03  FILLER                  PIC X(02) VALUE SPACES.
001460     03  AD-PERIOD               PIC X(07).
001470     03  FILLER                  PIC X(02) VALUE SPACES.
001480     03  AD-OPERATOR             PIC X(08).
001490     03  FILLER                  PIC X(03) VALUE SPACES.
001500     03  AD-BEFORE-QUOTA         PIC X(14).
001510     03  FILLER                  PIC X(03) VALUE SPACES.
001520     03  AD-AFTER-QUOTA          PIC X(14).
001530     03  FILLER                  PIC X(02) VALUE SPACES.
001540     03  AD-DISPOSITION          PIC X(40).
001550 01  AUDIT-TOTAL-LINE.
001560     03  AT-TOTAL-TEXT           PIC X(24).
001570     03  AT-TOTAL-COUNT          PIC ZZZ,ZZ9.
001580     03  FILLER                  PIC X(101) VALUE SPACES.
001590 PROCEDURE DIVISION.
001600******************************************************************
001610*    0000-MAINLINE -- RUN CONTROL.                               *
001620******************************************************************
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001650     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001660         UNTIL AT-END-OF-TRANS
001670     PERFORM 8000-TERMINATE THRU 8000-EXIT
001680     STOP RUN.
001690******************************************************************
001700*    1000-INITIALIZE -- OPEN FILES.  THE QUOTA MASTER IS         *
001710*    CREATED ON THE FIRST RUN (STATUS 05).                       *
001720******************************************************************
001730 1000-INITIALIZE.
001740     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
001750     PERFORM 9500-LOG-STEP-START THRU 9500-EXIT
001760     MOVE RUN-TIMESTAMP (5:4)   TO RUN-DATE-NUM (1:4)
001770     MOVE RUN-TIMESTAMP (1:4)   TO RUN-DATE-NUM (5:4)
001780     OPEN INPUT  QUOTA-TRANS
001790          INPUT  SELLER-MASTER
001800          I-O    QUOTA-MASTER
001810          OUTPUT AUDIT-REPORT
001820     IF QUOTA-TRANS-STATUS NOT = "00"
001830         DISPLAY "QUOTAMNT: OPEN FAILED, QUOTTRN STATUS "
001840                 QUOTA-TRANS-STATUS UPON CONSL
001850         GO TO 9999-ABORT-RUN
001860     END-IF
001870     IF SELLER-MASTER-STATUS NOT = "00"
001880         DISPLAY "QUOTAMNT: OPEN FAILED, SELLERMST STATUS "
001890                 SELLER-MASTER-STATUS UPON CONSL
001900         GO TO 9999-ABORT-RUN
001910     END-IF
001920     IF QUOTA-MASTER-STATUS NOT = "00"
001930            AND QUOTA-MASTER-STATUS NOT = "05"
001940         DISPLAY "QUOTAMNT: OPEN FAILED, SELLQTA STATUS "
001950                 QUOTA-MASTER-STATUS UPON CONSL
001960         GO TO 9999-ABORT-RUN
001970     END-IF.
001980 1000-EXIT.
001990     EXIT.
002000******************************************************************
002010*    2000-PROCESS-TRANS -- EDIT AND APPLY ONE MAINTENANCE        *
002020*    TRANSACTION, AUDITING THE RESULT EITHER WAY.                *
002030******************************************************************
002040 2000-PROCESS-TRANS.
002050     READ QUOTA-TRANS
002060         AT END
002070             MOVE "Y" TO AT-END-OF-TRANS-FLAG
002080             GO TO 2000-EXIT
002090     END-READ
002100     ADD 1 TO TRANS-READ-COUNT
002110     PERFORM 2200-READ-MASTERS THRU 2200-EXIT
002120     PERFORM 3000-EDIT-TRANS THRU 3000-EXIT
002130     IF TRANS-VALID
002140         PERFORM 4000-APPLY-TRANS THRU 4000-EXIT
002150         ADD 1 TO TRANS-APPLIED-COUNT
002160         MOVE "APPLIED" TO AD-DISPOSITION
002170     ELSE
002180         ADD 1 TO TRANS-REJECTED-COUNT
002190         MOVE SPACES TO AD-DISPOSITION
002200         STRING "REJECTED - " DELIMITED BY SIZE
002210                TRANS-REJECT-TEXT DELIMITED BY SIZE
002220                INTO AD-DISPOSITION
002230         END-STRING
002240     END-IF
002250     PERFORM 5000-WRITE-AUDIT-LINE THRU 5000-EXIT.
002260 2000-EXIT.
002270     EXIT.
002280******************************************************************
002290*    2200-READ-MASTERS -- RANDOM READS FOR THE TRANSACTION'S     *
002300*    SELLER AND QUOTA, SAVING THE BEFORE IMAGE FOR THE AUDIT     *
002310*    REPORT.  A NON-NUMERIC PERIOD IS NOT LOOKED UP; THE EDIT    *
002320*    REJECTS IT.                                                 *
002330******************************************************************
002340 2200-READ-MASTERS.
002350     MOVE TRANS-SELLER-NAME TO SELLER-MASTER-NAME
002360     READ SELLER-MASTER
002370         INVALID KEY
002380             MOVE "N" TO SELLER-MASTER-FOUND-FLAG
002390         NOT INVALID KEY
002400             MOVE "Y" TO SELLER-MASTER-FOUND-FLAG
002410     END-READ
002420     MOVE "N" TO QUOTA-FOUND-FLAG
002430     IF TRANS-PERIOD NUMERIC
002440         MOVE TRANS-SELLER-NAME TO QUOTA-SELLER-NAME
002450         MOVE TRANS-PERIOD-NUM  TO QUOTA-PERIOD
002460         READ QUOTA-MASTER
002470             INVALID KEY
002480                 MOVE "N" TO QUOTA-FOUND-FLAG
002490             NOT INVALID KEY
002500                 MOVE "Y" TO QUOTA-FOUND-FLAG
002510         END-READ
002520     END-IF
002530     IF QUOTA-FOUND
002540         MOVE "Y"          TO BEFORE-PRESENT-FLAG
002550         MOVE QUOTA-AMOUNT TO BEFORE-QUOTA-AMOUNT
002560     ELSE
002570         MOVE "N"  TO BEFORE-PRESENT-FLAG
002580         MOVE ZERO TO BEFORE-QUOTA-AMOUNT
002590     END-IF.
002600 2200-EXIT.
002610     EXIT.
002620******************************************************************
002630*    3000-EDIT-TRANS -- TRANSACTION EDITS.  A FAILED EDIT        *
002640*    LEAVES THE REASON IN TRANS-REJECT-TEXT.                     *
002650******************************************************************
002660 3000-EDIT-TRANS.
002670     MOVE "Y"    TO TRANS-VALID-FLAG
002680     MOVE SPACES TO TRANS-REJECT-TEXT
002690     IF TRANS-SELLER-NAME = SPACES
002700         MOVE "N" TO TRANS-VALID-FLAG
002710         MOVE "MISSING SELLER NAME" TO TRANS-REJECT-TEXT
002720         GO TO 3000-EXIT
002730     END-IF
002740     IF NOT TRANS-ADD AND NOT TRANS-CHANGE
002750        AND NOT TRANS-DELETE
002760         MOVE "N" TO TRANS-VALID-FLAG
002770         MOVE "INVALID ACTION CODE" TO TRANS-REJECT-TEXT
002780         GO TO 3000-EXIT
002790     END-IF
002800     IF TRANS-PERIOD NOT NUMERIC
002810         MOVE "N" TO TRANS-VALID-FLAG
002820         MOVE "INVALID PERIOD" TO TRANS-REJECT-TEXT
002830         GO TO 3000-EXIT
002840     END-IF
002850     IF TRANS-PERIOD-MM < 01 OR TRANS-PERIOD-MM > 12
002860         MOVE "N" TO TRANS-VALID-FLAG
002870         MOVE "INVALID PERIOD" TO TRANS-REJECT-TEXT
002880         GO TO 3000-EXIT
002890     END-IF
002900     IF (TRANS-ADD OR TRANS-CHANGE)
002910        AND TRANS-QUOTA-AMOUNT NOT NUMERIC
002920         MOVE "N" TO TRANS-VALID-FLAG
002930         MOVE "INVALID QUOTA AMOUNT" TO TRANS-REJECT-TEXT
002940         GO TO 3000-EXIT
002950     END-IF
002960     IF TRANS-ADD AND NOT SELLER-MASTER-FOUND
002970         MOVE "N" TO TRANS-VALID-FLAG
002980         MOVE "SELLER NOT ON MASTER" TO TRANS-REJECT-TEXT
002990         GO TO 3000-EXIT
003000     END-IF
003010     IF TRANS-ADD AND SELLER-TERMINATED
003020         MOVE "N" TO TRANS-VALID-FLAG
003030         MOVE "SELLER TERMINATED" TO TRANS-REJECT-TEXT
003040         GO TO 3000-EXIT
003050     END-IF
003060     IF TRANS-ADD AND QUOTA-FOUND
003070         MOVE "N" TO TRANS-VALID-FLAG
003080         MOVE "DUPLICATE ADD" TO TRANS-REJECT-TEXT
003090         GO TO 3000-EXIT
003100     END-IF
003110     IF NOT TRANS-ADD AND NOT QUOTA-FOUND
003120         MOVE "N" TO TRANS-VALID-FLAG
003130         MOVE "QUOTA NOT ON FILE" TO TRANS-REJECT-TEXT
003140         GO TO 3000-EXIT
003150     END-IF.
003160 3000-EXIT.
003170     EXIT.
003180******************************************************************
003190*    4000-APPLY-TRANS -- WRITE, REWRITE OR DELETE THE QUOTA      *
003200*    RECORD.                                                     *
003210******************************************************************
003220 4000-APPLY-TRANS.
003230     IF TRANS-DELETE
003240         MOVE ZERO TO AFTER-QUOTA-AMOUNT
003250         DELETE QUOTA-MASTER
003260             INVALID KEY
003270                 DISPLAY "QUOTAMNT: DELETE FAILED, STATUS "
003280                         QUOTA-MASTER-STATUS UPON CONSL
003290                 PERFORM 9999-ABORT-RUN
003300         END-DELETE
003310         GO TO 4000-EXIT
003320     END-IF
003330     IF TRANS-ADD
003340         MOVE SPACES             TO SELLER-QUOTA-RECORD
003350         MOVE TRANS-SELLER-NAME  TO QUOTA-SELLER-NAME
003360         MOVE TRANS-PERIOD-NUM   TO QUOTA-PERIOD
003370     END-IF
003380     MOVE TRANS-QUOTA-AMOUNT-NUM TO QUOTA-AMOUNT
003390     MOVE RUN-DATE-NUM           TO QUOTA-LAST-MAINT-DATE
003400     MOVE TRANS-OPERATOR-ID      TO QUOTA-LAST-MAINT-OPER
003410     MOVE QUOTA-AMOUNT           TO AFTER-QUOTA-AMOUNT
003420     IF TRANS-ADD
003430         WRITE SELLER-QUOTA-RECORD
003440             INVALID KEY
003450                 DISPLAY "QUOTAMNT: WRITE FAILED, STATUS "
003460                         QUOTA-MASTER-STATUS UPON CONSL
003470                 PERFORM 9999-ABORT-RUN
003480         END-WRITE
003490     ELSE
003500         REWRITE SELLER-QUOTA-RECORD
003510             INVALID KEY
003520                 DISPLAY "QUOTAMNT: REWRITE FAILED, STATUS "
003530                         QUOTA-MASTER-STATUS UPON CONSL
003540                 PERFORM 9999-ABORT-RUN
003550         END-REWRITE
003560     END-IF.
003570 4000-EXIT.
003580     EXIT.
003590******************************************************************
003600*    5000-WRITE-AUDIT-LINE -- BEFORE/AFTER QUOTA AND THE         *
003610*    DISPOSITION FOR ONE TRANSACTION.                            *
003620******************************************************************
003630 5000-WRITE-AUDIT-LINE.
003640     IF AUDIT-LINE-COUNT >= AUDIT-PAGE-LIMIT
003650         PERFORM 5100-AUDIT-PAGE-HEADING THRU 5100-EXIT
003660     END-IF
003670     EVALUATE TRUE
003680         WHEN TRANS-ADD       MOVE "ADD  " TO AD-ACTION
003690         WHEN TRANS-CHANGE    MOVE "CHG  " TO AD-ACTION
003700         WHEN TRANS-DELETE    MOVE "DEL  " TO AD-ACTION
003710         WHEN OTHER           MOVE "???  " TO AD-ACTION
003720     END-EVALUATE
003730     MOVE TRANS-SELLER-NAME TO AD-SELLER-NAME
003740     MOVE TRANS-OPERATOR-ID TO AD-OPERATOR
003750     IF TRANS-PERIOD NUMERIC
003760         MOVE TRANS-PERIOD-NUM TO PERIOD-EDITED
003770         MOVE PERIOD-EDITED    TO AD-PERIOD
003780     ELSE
003790         MOVE TRANS-PERIOD     TO AD-PERIOD
003800     END-IF
003810     IF BEFORE-PRESENT
003820         MOVE BEFORE-QUOTA-AMOUNT   TO QUOTA-AMOUNT-EDITED
003830         MOVE QUOTA-AMOUNT-EDITED   TO AD-BEFORE-QUOTA
003840     ELSE
003850         MOVE "--------------"      TO AD-BEFORE-QUOTA
003860     END-IF
003870     EVALUATE TRUE
003880         WHEN NOT TRANS-VALID
003890             MOVE AD-BEFORE-QUOTA       TO AD-AFTER-QUOTA
003900         WHEN TRANS-DELETE
003910             MOVE "--------------"      TO AD-AFTER-QUOTA
003920         WHEN OTHER
003930             MOVE AFTER-QUOTA-AMOUNT    TO QUOTA-AMOUNT-EDITED
003940             MOVE QUOTA-AMOUNT-EDITED   TO AD-AFTER-QUOTA
003950     END-EVALUATE
003960     WRITE AUDIT-PRINT-LINE FROM AUDIT-DETAIL-LINE
003970         AFTER ADVANCING 1 LINE
003980     ADD 1 TO AUDIT-LINE-COUNT.
003990 5000-EXIT.
004000     EXIT.
004010 5100-AUDIT-PAGE-HEADING.
004020     ADD 1 TO AUDIT-PAGE-COUNT
004030     MOVE RUN-TIMESTAMP     TO AH1-TIMESTAMP
004040     MOVE AUDIT-PAGE-COUNT  TO AH1-PAGE
004050     WRITE AUDIT-PRINT-LINE FROM AUDIT-HEADING-1
004060         AFTER ADVANCING PAGE
004070     WRITE AUDIT-PRINT-LINE FROM AUDIT-HEADING-2
004080         AFTER ADVANCING 2 LINES
004090     MOVE SPACES TO AUDIT-PRINT-LINE
004100     WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE
004110     MOVE 4 TO AUDIT-LINE-COUNT.
004120 5100-EXIT.
004130     EXIT.
004140******************************************************************
004150*    8000-TERMINATE -- CONTROL COUNTS AND CLOSE.                 *
004160******************************************************************
004170 8000-TERMINATE.
004180     MOVE SPACES TO AUDIT-PRINT-LINE
004190     WRITE AUDIT-PRINT-LINE AFTER ADVANCING 2 LINES
004200     MOVE "TRANSACTIONS READ     : " TO AT-TOTAL-TEXT
004210     MOVE TRANS-READ-COUNT           TO AT-TOTAL-COUNT
004220     WRITE AUDIT-PRINT-LINE FROM AUDIT-TOTAL-LINE
004230         AFTER ADVANCING 1 LINE
004240     MOVE "TRANSACTIONS APPLIED  : " TO AT-TOTAL-TEXT
004250     MOVE TRANS-APPLIED-COUNT        TO AT-TOTAL-COUNT
004260     WRITE AUDIT-PRINT-LINE FROM AUDIT-TOTAL-LINE
004270         AFTER ADVANCING 1 LINE
004280     MOVE "TRANSACTIONS REJECTED : " TO AT-TOTAL-TEXT
004290     MOVE TRANS-REJECTED-COUNT       TO AT-TOTAL-COUNT
004300     WRITE AUDIT-PRINT-LINE FROM AUDIT-TOTAL-LINE
004310         AFTER ADVANCING 1 LINE
004320     CLOSE QUOTA-TRANS SELLER-MASTER QUOTA-MASTER AUDIT-REPORT
004330     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
004340     DISPLAY "QUOTAMNT: " TRANS-APPLIED-COUNT " APPLIED, "
004350             TRANS-REJECTED-COUNT " REJECTED" UPON CONSL.
004360 8000-EXIT.
004370     EXIT.
004380******************************************************************
004390*    9500/9600 -- STEP START AND STEP END EVENTS TO THE SHARED   *
004400*    RUN-EVENT FILE (RUNEVNT) READ BY THE END-OF-NIGHT           *
004410*    VERIFIER (RUNVRFY).                                         *
004420******************************************************************
004430 9500-LOG-STEP-START.
004440     OPEN EXTEND RUN-EVENT-FILE
004450     MOVE SPACES                TO RUN-EVENT-RECORD
004460     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
004470     MOVE "QUOTAMNT"            TO EVENT-STEP-NAME
004480     MOVE "S"                   TO EVENT-TYPE-CODE
004490     MOVE ZERO                  TO EVENT-RETURN-CODE
004500     MOVE ZERO                  TO EVENT-READ-COUNT
004510     MOVE ZERO                  TO EVENT-OUT-COUNT
004520     MOVE ZERO                  TO EVENT-REJECT-COUNT
004530     WRITE RUN-EVENT-RECORD.
004540 9500-EXIT.
004550     EXIT.
004560 9600-LOG-STEP-END.
004570     MOVE SPACES                TO RUN-EVENT-RECORD
004580     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
004590     MOVE "QUOTAMNT"            TO EVENT-STEP-NAME
004600     MOVE "E"                   TO EVENT-TYPE-CODE
004610     MOVE RETURN-CODE           TO EVENT-RETURN-CODE
004620     MOVE TRANS-READ-COUNT     TO EVENT-READ-COUNT
004630     MOVE TRANS-APPLIED-COUNT  TO EVENT-OUT-COUNT
004640     MOVE TRANS-REJECTED-COUNT TO EVENT-REJECT-COUNT
004650     WRITE RUN-EVENT-RECORD
004660     CLOSE RUN-EVENT-FILE.
004670 9600-EXIT.
004680     EXIT.
004690******************************************************************
004700*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
004710******************************************************************
004720 9999-ABORT-RUN.
004730     DISPLAY "QUOTAMNT: RUN ABORTED" UPON CONSL
004740     MOVE 16 TO RETURN-CODE
004750     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
004760     STOP RUN.
