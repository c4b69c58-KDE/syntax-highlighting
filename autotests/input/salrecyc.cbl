000100*    TIME IS AGED OFF THE SUSPENSE FILE ONTO THE SUPERVISOR      *
000110*    REVIEW REPORT; A FIRST-TIME FAILURE IS CARRIED FORWARD      *
000120*    ON THE RECYCLED SUSPENSE FILE WITH ITS RETRY COUNT          *
000130*    STEPPED.  THE REVIEW REPORT CARRIES THE BUSINESS DATE FROM  *
000140*    THE SHARED CONTROL RECORD (BUSDATE).                        *
000150******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.    SALRECYC.
000180 AUTHOR.        R. T. CALDWELL.
000190 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000200 DATE-WRITTEN.  08/22/26.
000210 DATE-COMPILED.
000220******************************************************************
000230*                     MODIFICATION HISTORY                       *
000240*  DATE      INIT  DESCRIPTION                                   *
000250*  --------  ----  ---------------------------------------------*
000260*  08/22/26  RTC   INITIAL VERSION                               *
000270*  08/22/26  RTC   REJECT SALES FOR TERMINATED SELLERS           *
000280*  08/22/26  RTC   TRANSACTION TYPE ON THE SALES RECORD; THE     *
000290*                  CORRECTION TRANSACTION CAN NOW FIX IT.        *
000300*                  THE RETURN-EXCEEDS-PTD EDIT RUNS IN THE       *
000310*                  DAILY RUN ONLY, WHERE THE TOTALS MASTER IS    *
000320*                  AT HAND.                                      *
000330*  09/02/26  RTC   BRANCH CODE ON THE SALES RECORD; THE          *
000340*                  CORRECTION TRANSACTION CAN NOW FIX IT         *
000350*  09/02/26  RTC   CROSS-DAY DUPLICATE SUSPENSE (REASON 11)      *
000360*                  FLOWS THROUGH THE NORMAL REVIEW; ONLY THE     *
000370*                  DAILY RUN CAN CHECK POSTED HISTORY            *
000380*  09/02/26  RTC   STEP START/END EVENTS WITH RETURN CODE AND    *
000390*                  KEY COUNTS TO THE SHARED RUN-EVENT FILE       *
000400*                  (RUNEVNT) FOR THE END-OF-NIGHT VERIFIER       *
000410*                  (RUNVRFY)                                     *
000420*  10/15/26  RTC   BUSINESS DATE FROM THE BUSINESS-DATE CONTROL  *
000430*                  RECORD (BUSDATE) ON THE REVIEW REPORT HEADING *
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  GNULINUX.
000480 OBJECT-COMPUTER.  HERCULES.
000490 SPECIAL-NAMES.
000500     CONSOLE IS CONSL.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT REJECT-IN
000540         ASSIGN TO SALESREJ
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS REJECT-IN-STATUS.
000570     SELECT CORRECTION-FILE
000580         ASSIGN TO CORRECTS
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS CORRECTION-STATUS.
000610     SELECT RESUBMIT-FILE
000620         ASSIGN TO RESUBMIT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS RESUBMIT-STATUS.
000650     SELECT RECYCLE-REJECT
000660         ASSIGN TO REJRECYC
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS RECYCLE-REJECT-STATUS.
000690     SELECT REVIEW-REPORT
000700         ASSIGN TO RVWPRINT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS REVIEW-REPORT-STATUS.
000730     SELECT SELLER-MASTER
000740         ASSIGN TO SELLERMST
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS SELLER-MASTER-NAME
000780         FILE STATUS IS SELLER-MASTER-STATUS.
000790     SELECT BUSINESS-DATE-FILE
000800         ASSIGN TO BUSDATE
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS BUSINESS-DATE-STATUS.
000830     SELECT RUN-EVENT-FILE
000840         ASSIGN TO RUNEVNT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS RUN-EVENT-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  REJECT-IN.
000900     COPY SALESREJ.
000910 FD  CORRECTION-FILE.
000920 01  CORRECTION-RECORD.
000930     03  CORRECT-SALES-KEY       PIC X(10).
000940     03  CORRECT-SALES-DATE      PIC X(08).
000950     03  CORRECT-SELLER-NAME     PIC X(30).
000960     03  CORRECT-SALES-AMOUNT    PIC X(09).
000970     03  CORRECT-TRAN-TYPE       PIC X(01).
000980     03  CORRECT-BRANCH-CODE     PIC X(02).
000990     03  FILLER                  PIC X(20).
001000 FD  RESUBMIT-FILE.
001010     COPY RESUBREC.
001020 FD  RECYCLE-REJECT.
001030 01  RECYCLE-REJECT-RECORD       PIC X(119).
001040 FD  REVIEW-REPORT.
001050 01  REVIEW-PRINT-LINE           PIC X(132).
001060 FD  SELLER-MASTER.
001070     COPY SELLMST.
001080 FD  RUN-EVENT-FILE.
001090     COPY RUNEVENT.
001100 FD  BUSINESS-DATE-FILE.
001110     COPY BUSDATE.
001120 WORKING-STORAGE SECTION.
001130 77  RUN-EVENT-STATUS            PIC X(02) VALUE SPACES.
001140 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
001150 77  REJECT-IN-STATUS            PIC X(02) VALUE SPACES.
001160 77  CORRECTION-STATUS           PIC X(02) VALUE SPACES.
001170 77  RESUBMIT-STATUS             PIC X(02) VALUE SPACES.
001180 77  RECYCLE-REJECT-STATUS       PIC X(02) VALUE SPACES.
001190 77  REVIEW-REPORT-STATUS        PIC X(02) VALUE SPACES.
001200 77  SELLER-MASTER-STATUS        PIC X(02) VALUE SPACES.
001210 77  AT-END-OF-REJECTS-FLAG      PIC X(01) VALUE "N".
001220     88  AT-END-OF-REJECTS                 VALUE "Y".
001230 77  AT-END-OF-CORRECTS-FLAG     PIC X(01) VALUE "N".
001240     88  AT-END-OF-CORRECTS                VALUE "Y".
001250 77  SELLER-MASTER-FOUND-FLAG    PIC X(01) VALUE "N".
001260     88  SELLER-MASTER-FOUND               VALUE "Y".
001270 77  REJECTS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001280 77  RESUBMITTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001290 77  RECYCLED-COUNT              PIC 9(07) COMP VALUE ZERO.
001300 77  REVIEW-COUNT                PIC 9(07) COMP VALUE ZERO.
001310 77  CORRECTIONS-APPLIED-COUNT   PIC 9(07) COMP VALUE ZERO.
001320 77  NEW-RETRY-COUNT             PIC 9(01) VALUE ZERO.
001330 77  REVIEW-LINE-COUNT           PIC 9(03) COMP VALUE 99.
001340 77  REVIEW-PAGE-COUNT           PIC 9(03) COMP VALUE ZERO.
001350 77  REVIEW-PAGE-LIMIT           PIC 9(03) COMP VALUE 55.
001360 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001370     COPY SALESEDW.
001380     COPY SALESREC.
001390 01  CORRECTION-TABLE.
001400     03  CORRECTION-COUNT        PIC 9(03) COMP VALUE ZERO.
001410     03  CORRECTION-MAX          PIC 9(03) COMP VALUE 500.
001420     03  CORRECTION-ENTRY OCCURS 500 TIMES
001430             INDEXED BY CORRECTION-IDX.
001440         05  CT-SALES-KEY        PIC X(10).
001450         05  CT-SALES-DATE       PIC X(08).
001460         05  CT-SELLER-NAME      PIC X(30).
001470         05  CT-SALES-AMOUNT     PIC X(09).
001480         05  CT-AMOUNT-NUM       REDEFINES CT-SALES-AMOUNT
001490                                 PIC 9(07)V99.
001500         05  CT-TRAN-TYPE        PIC X(01).
001510         05  CT-BRANCH-CODE      PIC X(02).
001520 01  REVIEW-HEADING-1.
001530     03  FILLER                  PIC X(30)
001540         VALUE "SALES REJECT SUPERVISOR REVIEW".
001550     03  FILLER                  PIC X(14) VALUE SPACES.
001560     03  FILLER                  PIC X(04) VALUE "RUN ".
001570     03  RH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001580     03  FILLER                  PIC X(04) VALUE SPACES.
001590     03  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
001600     03  RH1-BUSINESS-DATE       PIC 99/99/9999.
001610     03  FILLER                  PIC X(28) VALUE SPACES.
001620     03  FILLER                  PIC X(05) VALUE "PAGE ".
001630     03  RH1-PAGE                PIC ZZ9.
001640 01  REVIEW-HEADING-2.
001650     03  FILLER                  PIC X(12) VALUE "SALES KEY".
001660     03  FILLER                  PIC X(06) VALUE "RETRY".
001670     03  FILLER                  PIC X(24) VALUE "REASON".
001680     03  FILLER                  PIC X(32) VALUE "SELLER".
001690     03  FILLER                  PIC X(12) VALUE "      AMOUNT".
001700     03  FILLER                  PIC X(46) VALUE SPACES.
001710 01  REVIEW-DETAIL-LINE.
001720     03  RD-SALES-KEY            PIC X(10).
001730     03  FILLER                  PIC X(02) VALUE SPACES.
001740     03  RD-RETRY-COUNT          PIC 9(01).
001750     03  FILLER                  PIC X(05) VALUE SPACES.
001760     03  RD-REASON-CODE          PIC X(02).
001770     03  FILLER                  PIC X(01) VALUE SPACES.
001780     03  RD-REASON-TEXT          PIC X(21).
001790     03  RD-SELLER-NAME          PIC X(30).
001800     03  FILLER                  PIC X(02) VALUE SPACES.
001810     03  RD-SALES-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
001820     03  FILLER                  PIC X(45) VALUE SPACES.
001830 01  REVIEW-TOTAL-LINE.
001840     03  FILLER                  PIC X(24)
001850         VALUE "REJECTS READ          : ".
001860     03  RT-COUNT-1              PIC ZZZ,ZZ9.
001870     03  FILLER                  PIC X(101) VALUE SPACES.
001880 PROCEDURE DIVISION.
001890******************************************************************
001900*    0000-MAINLINE -- RUN CONTROL.                               *
001910******************************************************************
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001940     PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
001950         UNTIL AT-END-OF-REJECTS
001960     PERFORM 8000-TERMINATE THRU 8000-EXIT
001970     STOP RUN.
001980******************************************************************
001990*    1000-INITIALIZE -- OPEN FILES AND LOAD THE CORRECTION       *
002000*    TRANSACTIONS INTO THE LOOKUP TABLE.                         *
002010******************************************************************
002020 1000-INITIALIZE.
002030     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
002040     PERFORM 9500-LOG-STEP-START THRU 9500-EXIT
002050     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
002060     OPEN INPUT  REJECT-IN
002070          INPUT  CORRECTION-FILE
002080          OUTPUT RESUBMIT-FILE
002090          OUTPUT RECYCLE-REJECT
002100          OUTPUT REVIEW-REPORT
002110          INPUT  SELLER-MASTER
002120     IF REJECT-IN-STATUS NOT = "00"
002130         DISPLAY "SALRECYC: OPEN FAILED, SALESREJ STATUS "
002140                 REJECT-IN-STATUS UPON CONSL
002150         GO TO 9999-ABORT-RUN
002160     END-IF
002170     IF SELLER-MASTER-STATUS NOT = "00"
002180         DISPLAY "SALRECYC: OPEN FAILED, SELLERMST STATUS "
002190                 SELLER-MASTER-STATUS UPON CONSL
002200         GO TO 9999-ABORT-RUN
002210     END-IF
002220     PERFORM 1200-LOAD-CORRECTION THRU 1200-EXIT
002230         UNTIL AT-END-OF-CORRECTS
002240     CLOSE CORRECTION-FILE.
002250 1000-EXIT.
002260     EXIT.
002270******************************************************************
002280*    1050-READ-BUSINESS-DATE -- THE NIGHT'S BUSINESS DATE FOR    *
002290*    THE REVIEW REPORT HEADING.                                  *
002300******************************************************************
002310 1050-READ-BUSINESS-DATE.
002320     OPEN INPUT BUSINESS-DATE-FILE
002330     IF BUSINESS-DATE-STATUS NOT = "00"
002340         DISPLAY "SALRECYC: OPEN FAILED, BUSDATE STATUS "
002350                 BUSINESS-DATE-STATUS UPON CONSL
002360         GO TO 9999-ABORT-RUN
002370     END-IF
002380     READ BUSINESS-DATE-FILE
002390         AT END
002400             DISPLAY "SALRECYC: NO BUSINESS-DATE RECORD (BUSDATE)"
002410                 UPON CONSL
002420             GO TO 9999-ABORT-RUN
002430     END-READ
002440     MOVE BUS-PROCESSING-DATE    TO RH1-BUSINESS-DATE
002450     CLOSE BUSINESS-DATE-FILE.
002460 1050-EXIT.
002470     EXIT.
002480******************************************************************
002490*    1200-LOAD-CORRECTION -- ONE CORRECTION TRANSACTION INTO     *
002500*    THE TABLE.  EXCESS TRANSACTIONS ABORT THE RUN SO DATA       *
002510*    CONTROL CAN SPLIT THE BATCH.                                *
002520******************************************************************
002530 1200-LOAD-CORRECTION.
002540     READ CORRECTION-FILE
002550         AT END
002560             MOVE "Y" TO AT-END-OF-CORRECTS-FLAG
002570             GO TO 1200-EXIT
002580     END-READ
002590     IF CORRECTION-COUNT >= CORRECTION-MAX
002600         DISPLAY "SALRECYC: CORRECTION TABLE FULL" UPON CONSL
002610         GO TO 9999-ABORT-RUN
002620     END-IF
002630     ADD 1 TO CORRECTION-COUNT
002640     SET CORRECTION-IDX TO CORRECTION-COUNT
002650     MOVE CORRECT-SALES-KEY
002660         TO CT-SALES-KEY (CORRECTION-IDX)
002670     MOVE CORRECT-SALES-DATE
002680         TO CT-SALES-DATE (CORRECTION-IDX)
002690     MOVE CORRECT-SELLER-NAME
002700         TO CT-SELLER-NAME (CORRECTION-IDX)
002710     MOVE CORRECT-SALES-AMOUNT
002720         TO CT-SALES-AMOUNT (CORRECTION-IDX)
002730     MOVE CORRECT-TRAN-TYPE
002740         TO CT-TRAN-TYPE (CORRECTION-IDX)
002750     MOVE CORRECT-BRANCH-CODE
002760         TO CT-BRANCH-CODE (CORRECTION-IDX).
002770 1200-EXIT.
002780     EXIT.
002790******************************************************************
002800*    2000-PROCESS-REJECT -- APPLY ANY CORRECTION, RE-RUN THE     *
002810*    COMMON EDIT AND THE SELLER MASTER CHECK, THEN ROUTE THE     *
002820*    RECORD TO RESUBMIT, RECYCLE OR SUPERVISOR REVIEW.           *
002830******************************************************************
002840 2000-PROCESS-REJECT.
002850     READ REJECT-IN
002860         AT END
002870             MOVE "Y" TO AT-END-OF-REJECTS-FLAG
002880             GO TO 2000-EXIT
002890     END-READ
002900     ADD 1 TO REJECTS-READ-COUNT
002910     MOVE REJECT-SALES-DATA TO SALES-RECORD
002920*    A RECORD THAT HAS ALREADY FAILED TWICE GOES STRAIGHT TO
002930*    SUPERVISOR REVIEW, EVEN IF IT PASSES THE RECYCLE EDITS --
002940*    THE DAILY RUN HAS REJECTED IT FOR A REASON (SUCH AS
002950*    RETURN-EXCEEDS-PTD) THAT ONLY IT CAN CHECK.
002960     IF REJECT-RETRY-COUNT >= 2
002970         MOVE REJECT-REASON-CODE TO EDIT-REASON-CODE
002980         MOVE REJECT-RETRY-COUNT TO NEW-RETRY-COUNT
002990         PERFORM 4100-WRITE-REVIEW-LINE THRU 4100-EXIT
003000         GO TO 2000-EXIT
003010     END-IF
003020     PERFORM 2100-APPLY-CORRECTION THRU 2100-EXIT
003030     PERFORM 5100-EDIT-SALES-RECORD THRU 5100-EXIT
003040     IF VALID-RECORD
003050         MOVE SELLER-NAME TO SELLER-MASTER-NAME
003060         READ SELLER-MASTER
003070             INVALID KEY
003080                 MOVE "N" TO SELLER-MASTER-FOUND-FLAG
003090             NOT INVALID KEY
003100                 MOVE "Y" TO SELLER-MASTER-FOUND-FLAG
003110         END-READ
003120         IF NOT SELLER-MASTER-FOUND
003130             MOVE "N"  TO VALID-RECORD-FLAG
003140             MOVE "05" TO EDIT-REASON-CODE
003150         END-IF
003160         IF SELLER-MASTER-FOUND AND SELLER-TERMINATED
003170             MOVE "N"  TO VALID-RECORD-FLAG
003180             MOVE "06" TO EDIT-REASON-CODE
003190         END-IF
003200     END-IF
003210     IF VALID-RECORD
003220         PERFORM 3000-WRITE-RESUBMIT THRU 3000-EXIT
003230     ELSE
003240         PERFORM 4000-ROUTE-FAILURE THRU 4000-EXIT
003250     END-IF.
003260 2000-EXIT.
003270     EXIT.
003280******************************************************************
003290*    2100-APPLY-CORRECTION -- NON-BLANK CORRECTION FIELDS        *
003300*    REPLACE THE CORRESPONDING SALES RECORD FIELDS.              *
003310******************************************************************
003320 2100-APPLY-CORRECTION.
003330     IF CORRECTION-COUNT = ZERO
003340         GO TO 2100-EXIT
003350     END-IF
003360     SET CORRECTION-IDX TO 1
003370     SEARCH CORRECTION-ENTRY
003380         AT END
003390             GO TO 2100-EXIT
003400         WHEN CORRECTION-IDX > CORRECTION-COUNT
003410             GO TO 2100-EXIT
003420         WHEN CT-SALES-KEY (CORRECTION-IDX) = REJECT-SALES-KEY
003430             CONTINUE
003440     END-SEARCH
003450     ADD 1 TO CORRECTIONS-APPLIED-COUNT
003460     IF CT-SALES-DATE (CORRECTION-IDX) NOT = SPACES
003470         MOVE CT-SALES-DATE (CORRECTION-IDX)
003480             TO SALES-DATE-X
003490     END-IF
003500     IF CT-SELLER-NAME (CORRECTION-IDX) NOT = SPACES
003510         MOVE CT-SELLER-NAME (CORRECTION-IDX)
003520             TO SELLER-NAME
003530     END-IF
003540     IF CT-TRAN-TYPE (CORRECTION-IDX) NOT = SPACES
003550         MOVE CT-TRAN-TYPE (CORRECTION-IDX)
003560             TO SALES-TRAN-TYPE
003570     END-IF
003580     IF CT-SALES-AMOUNT (CORRECTION-IDX) NOT = SPACES
003590         MOVE CT-AMOUNT-NUM (CORRECTION-IDX)
003600             TO SALES-AMOUNT
003610     END-IF
003620     IF CT-BRANCH-CODE (CORRECTION-IDX) NOT = SPACES
003630         MOVE CT-BRANCH-CODE (CORRECTION-IDX)
003640             TO SALES-BRANCH-CODE
003650     END-IF.
003660 2100-EXIT.
003670     EXIT.
003680******************************************************************
003690*    3000-WRITE-RESUBMIT -- SURVIVOR GOES TO THE DAILY RUN,      *
003700*    WITH THE RETRY COUNT STEPPED: IF THE DAILY RUN REJECTS      *
003710*    THE RECORD AGAIN (EDITS THE RECYCLE CANNOT RUN, SUCH AS     *
003720*    RETURN-EXCEEDS-PTD) THE NEXT RECYCLE AGES IT TO THE         *
003730*    SUPERVISOR REVIEW REPORT INSTEAD OF LOOPING FOREVER.        *
003740******************************************************************
003750 3000-WRITE-RESUBMIT.
003760     ADD 1 TO REJECT-RETRY-COUNT GIVING RESUBMIT-RETRY-COUNT
003770     MOVE SALES-RECORD           TO RESUBMIT-SALES-DATA
003780     WRITE RESUBMIT-RECORD
003790     ADD 1 TO RESUBMITTED-COUNT.
003800 3000-EXIT.
003810     EXIT.
003820******************************************************************
003830*    4000-ROUTE-FAILURE -- SECOND FAILURE AGES TO SUPERVISOR     *
003840*    REVIEW; FIRST FAILURE RECYCLES WITH RETRY COUNT STEPPED.    *
003850******************************************************************
003860 4000-ROUTE-FAILURE.
003870     ADD 1 TO REJECT-RETRY-COUNT GIVING NEW-RETRY-COUNT
003880     IF NEW-RETRY-COUNT >= 2
003890         PERFORM 4100-WRITE-REVIEW-LINE THRU 4100-EXIT
003900         GO TO 4000-EXIT
003910     END-IF
003920     MOVE EDIT-REASON-CODE       TO REJECT-REASON-CODE
003930     MOVE SALES-KEY              TO REJECT-SALES-KEY
003940     MOVE NEW-RETRY-COUNT        TO REJECT-RETRY-COUNT
003950     MOVE SALES-RECORD           TO REJECT-SALES-DATA
003960     MOVE RUN-TIMESTAMP          TO REJECT-TIMESTAMP
003970     WRITE RECYCLE-REJECT-RECORD FROM SALES-REJECT-RECORD
003980     ADD 1 TO RECYCLED-COUNT.
003990 4000-EXIT.
004000     EXIT.
004010******************************************************************
004020*    4100-WRITE-REVIEW-LINE -- ONE SUPERVISOR REVIEW LINE PER    *
004030*    TWICE-FAILED RECORD.                                        *
004040******************************************************************
004050 4100-WRITE-REVIEW-LINE.
004060     IF REVIEW-LINE-COUNT >= REVIEW-PAGE-LIMIT
004070         PERFORM 4200-REVIEW-PAGE-HEADING THRU 4200-EXIT
004080     END-IF
004090     MOVE SALES-KEY              TO RD-SALES-KEY
004100     MOVE NEW-RETRY-COUNT        TO RD-RETRY-COUNT
004110     MOVE EDIT-REASON-CODE       TO RD-REASON-CODE
004120     PERFORM 4300-REASON-TEXT THRU 4300-EXIT
004130     MOVE SELLER-NAME            TO RD-SELLER-NAME
004140     IF SALES-AMOUNT NUMERIC
004150         MOVE SALES-AMOUNT       TO RD-SALES-AMOUNT
004160     ELSE
004170         MOVE ZERO               TO RD-SALES-AMOUNT
004180     END-IF
004190     WRITE REVIEW-PRINT-LINE FROM REVIEW-DETAIL-LINE
004200         AFTER ADVANCING 1 LINE
004210     ADD 1 TO REVIEW-LINE-COUNT
004220     ADD 1 TO REVIEW-COUNT.
004230 4100-EXIT.
004240     EXIT.
004250 4200-REVIEW-PAGE-HEADING.
004260     ADD 1 TO REVIEW-PAGE-COUNT
004270     MOVE RUN-TIMESTAMP          TO RH1-TIMESTAMP
004280     MOVE REVIEW-PAGE-COUNT      TO RH1-PAGE
004290     WRITE REVIEW-PRINT-LINE FROM REVIEW-HEADING-1
004300         AFTER ADVANCING PAGE
004310     WRITE REVIEW-PRINT-LINE FROM REVIEW-HEADING-2
004320         AFTER ADVANCING 2 LINES
004330     MOVE SPACES TO REVIEW-PRINT-LINE
004340     WRITE REVIEW-PRINT-LINE AFTER ADVANCING 1 LINE
004350     MOVE 4 TO REVIEW-LINE-COUNT.
004360 4200-EXIT.
004370     EXIT.
004380******************************************************************
004390*    4300-REASON-TEXT -- REJECT REASON CODE DESCRIPTION.         *
004400******************************************************************
004410 4300-REASON-TEXT.
004420     EVALUATE EDIT-REASON-CODE
004430         WHEN "01"
004440             MOVE "MISSING SALES KEY"   TO RD-REASON-TEXT
004450         WHEN "02"
004460             MOVE "INVALID SALES DATE"  TO RD-REASON-TEXT
004470         WHEN "03"
004480             MOVE "INVALID AMOUNT"      TO RD-REASON-TEXT
004490         WHEN "04"
004500             MOVE "MISSING SELLER"      TO RD-REASON-TEXT
004510         WHEN "05"
004520             MOVE "UNKNOWN SELLER"      TO RD-REASON-TEXT
004530         WHEN "06"
004540             MOVE "TERMINATED SELLER"   TO RD-REASON-TEXT
004550         WHEN "07"
004560             MOVE "INVALID TRAN TYPE"   TO RD-REASON-TEXT
004570         WHEN "08"
004580             MOVE "RETURN EXCEEDS PTD"  TO RD-REASON-TEXT
004590         WHEN "09"
004600             MOVE "DB2 INSERT FAILED"   TO RD-REASON-TEXT
004610         WHEN "10"
004620             MOVE "INVALID BRANCH CODE" TO RD-REASON-TEXT
004630         WHEN "11"
004640             MOVE "POSTED A PRIOR DAY"  TO RD-REASON-TEXT
004650         WHEN OTHER
004660             MOVE "UNCLASSIFIED"        TO RD-REASON-TEXT
004670     END-EVALUATE.
004680 4300-EXIT.
004690     EXIT.
004700******************************************************************
004710*    8000-TERMINATE -- CONTROL COUNTS TO THE REVIEW REPORT       *
004720*    TRAILER AND THE OPERATOR CONSOLE.                           *
004730******************************************************************
004740 8000-TERMINATE.
004750     MOVE SPACES TO REVIEW-PRINT-LINE
004760     WRITE REVIEW-PRINT-LINE AFTER ADVANCING 2 LINES
004770     MOVE "REJECTS READ          : " TO REVIEW-TOTAL-LINE
004780     MOVE REJECTS-READ-COUNT     TO RT-COUNT-1
004790     WRITE REVIEW-PRINT-LINE FROM REVIEW-TOTAL-LINE
004800         AFTER ADVANCING 1 LINE
004810     MOVE "CORRECTIONS APPLIED   : " TO REVIEW-TOTAL-LINE
004820     MOVE CORRECTIONS-APPLIED-COUNT TO RT-COUNT-1
004830     WRITE REVIEW-PRINT-LINE FROM REVIEW-TOTAL-LINE
004840         AFTER ADVANCING 1 LINE
004850     MOVE "RESUBMITTED           : " TO REVIEW-TOTAL-LINE
004860     MOVE RESUBMITTED-COUNT      TO RT-COUNT-1
004870     WRITE REVIEW-PRINT-LINE FROM REVIEW-TOTAL-LINE
004880         AFTER ADVANCING 1 LINE
004890     MOVE "RECYCLED TO SUSPENSE  : " TO REVIEW-TOTAL-LINE
004900     MOVE RECYCLED-COUNT         TO RT-COUNT-1
004910     WRITE REVIEW-PRINT-LINE FROM REVIEW-TOTAL-LINE
004920         AFTER ADVANCING 1 LINE
004930     MOVE "AGED TO REVIEW        : " TO REVIEW-TOTAL-LINE
004940     MOVE REVIEW-COUNT           TO RT-COUNT-1
004950     WRITE REVIEW-PRINT-LINE FROM REVIEW-TOTAL-LINE
004960         AFTER ADVANCING 1 LINE
004970     CLOSE REJECT-IN RESUBMIT-FILE RECYCLE-REJECT
004980           REVIEW-REPORT SELLER-MASTER
004990     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
005000     DISPLAY "SALRECYC: " RESUBMITTED-COUNT " RESUBMITTED, "
005010             REVIEW-COUNT " TO REVIEW" UPON CONSL.
005020 8000-EXIT.
005030     EXIT.
005040******************************************************************
005050*    9500/9600 -- STEP START AND STEP END EVENTS TO THE SHARED   *
005060*    RUN-EVENT FILE (RUNEVNT) READ BY THE END-OF-NIGHT           *
005070*    VERIFIER (RUNVRFY).                                         *
005080******************************************************************
005090 9500-LOG-STEP-START.
005100     OPEN EXTEND RUN-EVENT-FILE
005110     MOVE SPACES                TO RUN-EVENT-RECORD
005120     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
005130     MOVE "SALRECYC"            TO EVENT-STEP-NAME
005140     MOVE "S"                   TO EVENT-TYPE-CODE
005150     MOVE ZERO                  TO EVENT-RETURN-CODE
005160     MOVE ZERO                  TO EVENT-READ-COUNT
005170     MOVE ZERO                  TO EVENT-OUT-COUNT
005180     MOVE ZERO                  TO EVENT-REJECT-COUNT
005190     WRITE RUN-EVENT-RECORD.
005200 9500-EXIT.
005210     EXIT.
005220 9600-LOG-STEP-END.
005230     MOVE SPACES                TO RUN-EVENT-RECORD
005240     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
005250     MOVE "SALRECYC"            TO EVENT-STEP-NAME
005260     MOVE "E"                   TO EVENT-TYPE-CODE
005270     MOVE RETURN-CODE           TO EVENT-RETURN-CODE
005280     MOVE REJECTS-READ-COUNT TO EVENT-READ-COUNT
005290     MOVE RESUBMITTED-COUNT  TO EVENT-OUT-COUNT
005300     MOVE REVIEW-COUNT       TO EVENT-REJECT-COUNT
005310     WRITE RUN-EVENT-RECORD
005320     CLOSE RUN-EVENT-FILE.
005330 9600-EXIT.
005340     EXIT.
005350******************************************************************
005360*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
005370******************************************************************
005380 9999-ABORT-RUN.
005390     DISPLAY "SALRECYC: RUN ABORTED" UPON CONSL
005400     MOVE 16 TO RETURN-CODE
005410     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
005420     STOP RUN.
005430******************************************************************
005440*    COMMON SALES RECORD EDIT (5100-EDIT-SALES-RECORD).          *
005450******************************************************************
005460     COPY SALESEDT.
