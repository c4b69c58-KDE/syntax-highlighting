000100*    CHECKS BOTH THE RAW INPUT AND THE SORTED OUTPUT, AND SETS   *
000110*    RETURN CODE 8 WHEN THE RAW INPUT WAS OUT OF ORDER SO THE    *
000120*    MAIN RUN IS NOT RELEASED UNTIL DATA CONTROL HAS LOOKED.     *
000130*                                                                *
000140*    EACH BRANCH'S TRANSMISSION ARRIVES WRAPPED IN A HEADER AND  *
000150*    A TRAILER (SEE COPYBOOK SALESHDR).  THE ENVELOPE RECORDS    *
000160*    ARE NOT PASSED TO THE SORT; INSTEAD THE STEP PROVES EVERY   *
000170*    EXPECTED BRANCH (01, 02, 03) ARRIVED EXACTLY ONCE, WITH ITS *
000180*    DETAIL COUNT AND SALES-AMOUNT HASH MATCHING ITS TRAILER,    *
000190*    PRINTS A BRANCH CONTROL PAGE, AND SETS RETURN CODE 8 FOR A  *
000200*    SHORT, MISSING OR DUPLICATED BRANCH SO THE DAILY RUN IS     *
000210*    HELD BEFORE ANYTHING POSTS.  EVERY HEADER MUST CARRY THE    *
000220*    NIGHT'S BUSINESS DATE FROM THE SHARED CONTROL RECORD        *
000230*    (BUSDATE).                                                  *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    SALESORT.
000270 AUTHOR.        R. T. CALDWELL.
000280 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000290 DATE-WRITTEN.  08/22/26.
000300 DATE-COMPILED.
000310******************************************************************
000320*                     MODIFICATION HISTORY                       *
000330*  DATE      INIT  DESCRIPTION                                   *
000340*  --------  ----  ---------------------------------------------*
000350*  08/22/26  RTC   INITIAL VERSION                               *
000360*  09/02/26  RTC   STEP START/END EVENTS WITH RETURN CODE AND    *
000370*                  KEY COUNTS TO THE SHARED RUN-EVENT FILE       *
000380*                  (RUNEVNT) FOR THE END-OF-NIGHT VERIFIER       *
000390*                  (RUNVRFY)                                     *
000400*  10/15/26  RTC   BRANCH TRANSMISSION HEADER/TRAILER CONTROL:   *
000410*                  EVERY BRANCH ONCE, COUNTS AND HASH TIED TO    *
000420*                  THE TRAILER, BRANCH CONTROL PAGE AND RETURN   *
000430*                  CODE 8 ON A SHORT OR MISSING BRANCH.  THE     *
000440*                  RAW SEQUENCE CHECK NOW RUNS PER TRANSMISSION  *
000450*  10/15/26  RTC   BRANCH HEADER DATES CHECKED AGAINST THE       *
000460*                  BUSINESS-DATE CONTROL RECORD (BUSDATE) RATHER *
000470*                  THAN THE FIRST HEADER READ; BUSINESS DATE ON  *
000480*                  THE BRANCH CONTROL PAGE HEADING               *
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  GNULINUX.
000530 OBJECT-COMPUTER.  HERCULES.
000540 SPECIAL-NAMES.
000550     CONSOLE IS CONSL.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT SALES-IN
000590         ASSIGN TO SALES
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS SALES-IN-STATUS.
000620     SELECT SALES-OUT
000630         ASSIGN TO SALESSRT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS SALES-OUT-STATUS.
000660     SELECT DUPLICATE-FILE
000670         ASSIGN TO SALESDUP
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DUPLICATE-FILE-STATUS.
000700     SELECT SEQUENCE-REPORT
000710         ASSIGN TO SEQPRINT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS SEQUENCE-REPORT-STATUS.
000740     SELECT SORT-WORK
000750         ASSIGN TO SORTWK01.
000760     SELECT BUSINESS-DATE-FILE
000770         ASSIGN TO BUSDATE
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS BUSINESS-DATE-STATUS.
000800     SELECT RUN-EVENT-FILE
000810         ASSIGN TO RUNEVNT
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS RUN-EVENT-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  SALES-IN.
000870 01  SALES-IN-RECORD.
000880     03  SALES-IN-KEY            PIC X(10).
000890     03  FILLER                  PIC X(70).
000900*    THE SAME 80 BYTES AS A SALES RECORD, FOR THE AMOUNT, AND
000910*    AS A BRANCH HEADER OR TRAILER.
000920     COPY SALESREC.
000930     COPY SALESHDR.
000940 FD  SALES-OUT.
000950 01  SALES-OUT-RECORD            PIC X(80).
000960 FD  DUPLICATE-FILE.
000970 01  DUPLICATE-RECORD            PIC X(80).
000980 FD  SEQUENCE-REPORT.
000990 01  SEQUENCE-PRINT-LINE         PIC X(132).
001000 SD  SORT-WORK.
001010 01  SORT-RECORD.
001020     03  SORT-SALES-KEY          PIC X(10).
001030     03  FILLER                  PIC X(70).
001040 FD  RUN-EVENT-FILE.
001050     COPY RUNEVENT.
001060 FD  BUSINESS-DATE-FILE.
001070     COPY BUSDATE.
001080 WORKING-STORAGE SECTION.
001090 77  RUN-EVENT-STATUS            PIC X(02) VALUE SPACES.
001100 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
001110 77  SALES-IN-STATUS             PIC X(02) VALUE SPACES.
001120 77  SALES-OUT-STATUS            PIC X(02) VALUE SPACES.
001130 77  DUPLICATE-FILE-STATUS       PIC X(02) VALUE SPACES.
001140 77  SEQUENCE-REPORT-STATUS      PIC X(02) VALUE SPACES.
001150 77  RECORDS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001160 77  RECORDS-WRITTEN-COUNT       PIC 9(07) COMP VALUE ZERO.
001170 77  DUPLICATE-COUNT             PIC 9(07) COMP VALUE ZERO.
001180 77  OUT-OF-SEQ-COUNT            PIC 9(07) COMP VALUE ZERO.
001190 77  PREV-INPUT-KEY              PIC X(10) VALUE LOW-VALUES.
001200 77  PREV-OUTPUT-KEY             PIC X(10) VALUE LOW-VALUES.
001210 77  FIRST-OUTPUT-FLAG           PIC X(01) VALUE "Y".
001220     88  FIRST-OUTPUT-RECORD               VALUE "Y".
001230 77  SEQ-LINE-COUNT              PIC 9(03) COMP VALUE 99.
001240 77  SEQ-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
001250 77  SEQ-PAGE-LIMIT              PIC 9(03) COMP VALUE 55.
001260 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001270*    BRANCH TRANSMISSION CONTROL.  OPEN-BRANCH-SUB IS THE
001280*    BRANCH WHOSE HEADER HAS BEEN READ BUT NOT YET ITS
001290*    TRAILER (ZERO WHEN NONE); THE TRANSMIT- FIELDS COUNT AND
001300*    HASH THAT ONE TRANSMISSION'S DETAIL RECORDS.
001310 77  CONTROL-RECORDS-COUNT       PIC 9(07) COMP VALUE ZERO.
001320 77  OUTSIDE-RECORDS-COUNT       PIC 9(07) COMP VALUE ZERO.
001330 77  STRAY-HEADER-COUNT          PIC 9(07) COMP VALUE ZERO.
001340 77  STRAY-TRAILER-COUNT         PIC 9(07) COMP VALUE ZERO.
001350 77  TRANSMIT-COUNT              PIC 9(07) COMP VALUE ZERO.
001360 77  TRANSMIT-HASH               PIC S9(11)V99 VALUE ZERO.
001370 77  OPEN-BRANCH-SUB             PIC 9(01) COMP VALUE ZERO.
001380 77  BRANCH-SUB                  PIC 9(01) COMP VALUE ZERO.
001390 77  EXPECTED-BUSINESS-DATE      PIC 9(08) VALUE ZERO.
001400 77  FAULT-WORK-TEXT             PIC X(40) VALUE SPACES.
001410 77  BRANCH-FAULT-FLAG           PIC X(01) VALUE "N".
001420     88  BRANCH-FAULT                      VALUE "Y".
001430*    ONE ENTRY PER EXPECTED BRANCH.  RECEIVED COUNTS AND HASH
001440*    ARE WHAT ARRIVED, SENT COUNTS AND HASH ARE WHAT THE
001450*    TRAILERS CLAIMED; THE FIRST FAULT FOUND ON A BRANCH IS
001460*    KEPT AS ITS DISPOSITION.
001470 01  BRANCH-CONTROL-TABLE.
001480     03  BRANCH-CONTROL-ENTRY    OCCURS 3 TIMES.
001490         05  BC-BRANCH-CODE      PIC X(02).
001500         05  BC-HEADER-COUNT     PIC 9(03) COMP.
001510         05  BC-BUSINESS-DATE    PIC 9(08).
001520         05  BC-RECEIVED-COUNT   PIC 9(07) COMP.
001530         05  BC-RECEIVED-HASH    PIC S9(11)V99.
001540         05  BC-SENT-COUNT       PIC 9(07) COMP.
001550         05  BC-SENT-HASH        PIC S9(11)V99.
001560         05  BC-FAULT-TEXT       PIC X(40).
001570 01  SEQ-HEADING-1.
001580     03  FILLER                  PIC X(33)
001590         VALUE "SALES SORT/EDIT DUPLICATE REPORT".
001600     03  FILLER                  PIC X(11) VALUE SPACES.
001610     03  FILLER                  PIC X(04) VALUE "RUN ".
001620     03  SH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001630     03  FILLER                  PIC X(60) VALUE SPACES.
001640     03  FILLER                  PIC X(05) VALUE "PAGE ".
001650     03  SH1-PAGE                PIC ZZ9.
001660 01  SEQ-HEADING-2.
001670     03  FILLER                  PIC X(12) VALUE "SALES KEY".
001680     03  FILLER                  PIC X(70)
001690         VALUE "DUPLICATE RECORD IMAGE".
001700     03  FILLER                  PIC X(50) VALUE SPACES.
001710 01  SEQ-DETAIL-LINE.
001720     03  SD-SALES-KEY            PIC X(10).
001730     03  FILLER                  PIC X(02) VALUE SPACES.
001740     03  SD-RECORD-IMAGE         PIC X(80).
001750     03  FILLER                  PIC X(40) VALUE SPACES.
001760 01  SEQ-TOTAL-LINE.
001770     03  ST-TOTAL-TEXT           PIC X(24).
001780     03  ST-TOTAL-COUNT          PIC ZZZ,ZZ9.
001790     03  FILLER                  PIC X(101) VALUE SPACES.
001800 01  SEQ-VERDICT-LINE.
001810     03  SV-TEXT                 PIC X(52).
001820     03  FILLER                  PIC X(80) VALUE SPACES.
001830 01  BRANCH-HEADING-1.
001840     03  FILLER                  PIC X(33)
001850         VALUE "SALES BRANCH TRANSMISSION CONTROL".
001860     03  FILLER                  PIC X(11) VALUE SPACES.
001870     03  FILLER                  PIC X(04) VALUE "RUN ".
001880     03  BH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001890     03  FILLER                  PIC X(04) VALUE SPACES.
001900     03  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
001910     03  BH1-BUSINESS-DATE       PIC 99/99/9999.
001920     03  FILLER                  PIC X(32) VALUE SPACES.
001930     03  FILLER                  PIC X(05) VALUE "PAGE ".
001940     03  BH1-PAGE                PIC ZZ9.
001950 01  BRANCH-HEADING-2.
001960     03  FILLER                  PIC X(08) VALUE "BRANCH".
001970     03  FILLER                  PIC X(12) VALUE "BUS DATE".
001980     03  FILLER                  PIC X(05) VALUE "SENT".
001990     03  FILLER                  PIC X(11) VALUE "  TRLR CNT".
002000     03  FILLER                  PIC X(11) VALUE "  RECEIVED".
002010     03  FILLER                  PIC X(20)
002020         VALUE "      TRAILER HASH".
002030     03  FILLER                  PIC X(20)
002040         VALUE "     RECEIVED HASH".
002050     03  FILLER                  PIC X(40) VALUE "DISPOSITION".
002060     03  FILLER                  PIC X(05) VALUE SPACES.
002070 01  BRANCH-DETAIL-LINE.
002080     03  BD-BRANCH-CODE          PIC X(02).
002090     03  FILLER                  PIC X(06) VALUE SPACES.
002100     03  BD-BUSINESS-DATE        PIC 99/99/9999.
002110     03  FILLER                  PIC X(02) VALUE SPACES.
002120     03  BD-HEADER-COUNT         PIC ZZ9.
002130     03  FILLER                  PIC X(02) VALUE SPACES.
002140     03  BD-SENT-COUNT           PIC Z,ZZZ,ZZ9.
002150     03  FILLER                  PIC X(02) VALUE SPACES.
002160     03  BD-RECEIVED-COUNT       PIC Z,ZZZ,ZZ9.
002170     03  FILLER                  PIC X(02) VALUE SPACES.
002180     03  BD-SENT-HASH            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002190     03  FILLER                  PIC X(02) VALUE SPACES.
002200     03  BD-RECEIVED-HASH        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002210     03  FILLER                  PIC X(02) VALUE SPACES.
002220     03  BD-DISPOSITION          PIC X(40).
002230     03  FILLER                  PIC X(05) VALUE SPACES.
002240 PROCEDURE DIVISION.
002250******************************************************************
002260*    0000-CONTROL -- SORT WITH SEQUENCE-CHECKING INPUT AND       *
002270*    DEDUPLICATING OUTPUT PROCEDURES, THEN THE RELEASE           *
002280*    DECISION.                                                   *
002290******************************************************************
002300 0000-CONTROL SECTION.
002310 0000-MAINLINE.
002320     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
002330     PERFORM 9500-LOG-STEP-START THRU 9500-EXIT
002340     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
002350     OPEN INPUT  SALES-IN
002360          OUTPUT SALES-OUT
002370          OUTPUT DUPLICATE-FILE
002380          OUTPUT SEQUENCE-REPORT
002390     IF SALES-IN-STATUS NOT = "00"
002400         DISPLAY "SALESORT: OPEN FAILED, SALES STATUS "
002410                 SALES-IN-STATUS UPON CONSL
002420         GO TO 0000-ABORT
002430     END-IF
002440     PERFORM 2505-INIT-BRANCH-TABLE THRU 2505-EXIT
002450     SORT SORT-WORK
002460         ON ASCENDING KEY SORT-SALES-KEY
002470         INPUT PROCEDURE IS 2000-SEQUENCE-CHECK-INPUT
002480         OUTPUT PROCEDURE IS 3000-DEDUP-OUTPUT
002490     PERFORM 2590-END-OF-INPUT THRU 2590-EXIT
002500     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002510     PERFORM 7000-BRANCH-CONTROL-PAGE THRU 7000-EXIT
002520     CLOSE SALES-IN SALES-OUT DUPLICATE-FILE SEQUENCE-REPORT
002530     IF OUT-OF-SEQ-COUNT > ZERO
002540         DISPLAY "SALESORT: INPUT OUT OF SEQUENCE - "
002550                 "MAIN RUN NOT RELEASED" UPON CONSL
002560         MOVE 8 TO RETURN-CODE
002570     END-IF
002580     IF BRANCH-FAULT
002590         DISPLAY "SALESORT: BRANCH TRANSMISSION SHORT, MISSING "
002600                 "OR OUT OF BALANCE - MAIN RUN NOT RELEASED"
002610             UPON CONSL
002620         MOVE 8 TO RETURN-CODE
002630     END-IF
002640     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
002650     STOP RUN.
002660 0000-ABORT.
002670     DISPLAY "SALESORT: RUN ABORTED" UPON CONSL
002680     MOVE 16 TO RETURN-CODE
002690     PERFORM 9600-LOG-STEP-END THRU 9600-EXIT
002700     STOP RUN.
002710******************************************************************
002720*    1050-READ-BUSINESS-DATE -- EVERY BRANCH HEADER MUST CARRY   *
002730*    THE BUSINESS DATE TONIGHT'S RUN WILL POST UNDER.            *
002740******************************************************************
002750 1050-READ-BUSINESS-DATE.
002760     OPEN INPUT BUSINESS-DATE-FILE
002770     IF BUSINESS-DATE-STATUS NOT = "00"
002780         DISPLAY "SALESORT: OPEN FAILED, BUSDATE STATUS "
002790                 BUSINESS-DATE-STATUS UPON CONSL
002800         GO TO 0000-ABORT
002810     END-IF
002820     READ BUSINESS-DATE-FILE
002830         AT END
002840             DISPLAY "SALESORT: NO BUSINESS-DATE RECORD (BUSDATE)"
002850                 UPON CONSL
002860             GO TO 0000-ABORT
002870     END-READ
002880     MOVE BUS-PROCESSING-DATE TO EXPECTED-BUSINESS-DATE
002890     CLOSE BUSINESS-DATE-FILE.
002900 1050-EXIT.
002910     EXIT.
002920******************************************************************
002930*    2000-SEQUENCE-CHECK-INPUT -- RELEASE EVERY RAW RECORD TO    *
002940*    THE SORT, COUNTING BREAKS IN THE RAW KEY SEQUENCE.          *
002950*    BRANCH HEADERS AND TRAILERS ARE TAKEN OFF HERE AND NEVER    *
002960*    REACH THE SORT.                                             *
002970******************************************************************
002980 2000-SEQUENCE-CHECK-INPUT SECTION.
002990 2010-GET-NEXT.
003000     READ SALES-IN
003010         AT END
003020             GO TO 2090-DONE
003030     END-READ
003040     IF BRANCH-HEADER OR BRANCH-TRAILER
003050         PERFORM 2510-CONTROL-RECORD THRU 2510-EXIT
003060         GO TO 2010-GET-NEXT
003070     END-IF
003080     ADD 1 TO RECORDS-READ-COUNT
003090     PERFORM 2540-COUNT-DETAIL THRU 2540-EXIT
003100     IF SALES-IN-KEY < PREV-INPUT-KEY
003110         ADD 1 TO OUT-OF-SEQ-COUNT
003120     END-IF
003130     MOVE SALES-IN-KEY TO PREV-INPUT-KEY
003140     RELEASE SORT-RECORD FROM SALES-IN-RECORD
003150     GO TO 2010-GET-NEXT.
003160 2090-DONE.
003170     EXIT.
003180******************************************************************
003190*    2500-BRANCH-CONTROL -- HELPERS PERFORMED FROM THE SORT      *
003200*    INPUT PROCEDURE AND THE MAINLINE.  A SEPARATE SECTION SO    *
003210*    THE INPUT PROCEDURE ENDS AT 2090-DONE.                      *
003220******************************************************************
003230 2500-BRANCH-CONTROL SECTION.
003240 2505-INIT-BRANCH-TABLE.
003250     MOVE "01" TO BC-BRANCH-CODE (1)
003260     MOVE "02" TO BC-BRANCH-CODE (2)
003270     MOVE "03" TO BC-BRANCH-CODE (3)
003280     PERFORM 2506-CLEAR-ONE-BRANCH THRU 2506-EXIT
003290         VARYING BRANCH-SUB FROM 1 BY 1 UNTIL BRANCH-SUB > 3.
003300 2505-EXIT.
003310     EXIT.
003320 2506-CLEAR-ONE-BRANCH.
003330     MOVE ZERO   TO BC-HEADER-COUNT (BRANCH-SUB)
003340     MOVE ZERO   TO BC-BUSINESS-DATE (BRANCH-SUB)
003350     MOVE ZERO   TO BC-RECEIVED-COUNT (BRANCH-SUB)
003360     MOVE ZERO   TO BC-RECEIVED-HASH (BRANCH-SUB)
003370     MOVE ZERO   TO BC-SENT-COUNT (BRANCH-SUB)
003380     MOVE ZERO   TO BC-SENT-HASH (BRANCH-SUB)
003390     MOVE SPACES TO BC-FAULT-TEXT (BRANCH-SUB).
003400 2506-EXIT.
003410     EXIT.
003420******************************************************************
003430*    2510-CONTROL-RECORD -- A HEADER OPENS ITS BRANCH'S          *
003440*    TRANSMISSION, A TRAILER CLOSES IT.                          *
003450******************************************************************
003460 2510-CONTROL-RECORD.
003470     ADD 1 TO CONTROL-RECORDS-COUNT
003480     IF BRANCH-HEADER
003490         PERFORM 2520-OPEN-TRANSMISSION THRU 2520-EXIT
003500     ELSE
003510         PERFORM 2530-CLOSE-TRANSMISSION THRU 2530-EXIT
003520     END-IF.
003530 2510-EXIT.
003540     EXIT.
003550******************************************************************
003560*    2520-OPEN-TRANSMISSION -- A HEADER WHILE ANOTHER BRANCH IS  *
003570*    STILL OPEN MEANS THAT BRANCH LOST ITS TRAILER.  A HEADER    *
003580*    FOR A BRANCH OUTSIDE 01-03 OPENS NOTHING, SO ITS DETAIL     *
003590*    COUNTS AS OUTSIDE ANY TRANSMISSION.  EACH TRANSMISSION IS   *
003600*    SEQUENCE-CHECKED ON ITS OWN; THE BRANCHES ARE CUT           *
003610*    SEPARATELY AND ONLY THE SORT PUTS THEM INTO ONE ORDER.      *
003620******************************************************************
003630 2520-OPEN-TRANSMISSION.
003640     IF OPEN-BRANCH-SUB NOT = ZERO
003650         PERFORM 2525-CUT-SHORT THRU 2525-EXIT
003660     END-IF
003670     MOVE LOW-VALUES TO PREV-INPUT-KEY
003680     MOVE ZERO       TO TRANSMIT-COUNT
003690     MOVE ZERO       TO TRANSMIT-HASH
003700     PERFORM 2580-SET-BRANCH-SUB THRU 2580-EXIT
003710     IF BRANCH-SUB = ZERO
003720         ADD 1 TO STRAY-HEADER-COUNT
003730         MOVE "Y" TO BRANCH-FAULT-FLAG
003740         GO TO 2520-EXIT
003750     END-IF
003760     MOVE BRANCH-SUB TO OPEN-BRANCH-SUB
003770     ADD 1 TO BC-HEADER-COUNT (BRANCH-SUB)
003780     MOVE BRANCH-CONTROL-DATE TO BC-BUSINESS-DATE (BRANCH-SUB)
003790     IF BC-HEADER-COUNT (BRANCH-SUB) > 1
003800         MOVE "*** TRANSMITTED MORE THAN ONCE"
003810             TO FAULT-WORK-TEXT
003820         PERFORM 2560-SET-BRANCH-FAULT THRU 2560-EXIT
003830     END-IF
003840     IF BRANCH-CONTROL-DATE NOT = EXPECTED-BUSINESS-DATE
003850         MOVE "*** NOT TONIGHT'S BUSINESS DATE"
003860             TO FAULT-WORK-TEXT
003870         PERFORM 2560-SET-BRANCH-FAULT THRU 2560-EXIT
003880     END-IF.
003890 2520-EXIT.
003900     EXIT.
003910 2525-CUT-SHORT.
003920     MOVE OPEN-BRANCH-SUB TO BRANCH-SUB
003930     MOVE ZERO            TO OPEN-BRANCH-SUB
003940     ADD TRANSMIT-COUNT   TO BC-RECEIVED-COUNT (BRANCH-SUB)
003950     ADD TRANSMIT-HASH    TO BC-RECEIVED-HASH (BRANCH-SUB)
003960     MOVE "*** NO TRAILER - TRANSMISSION CUT SHORT"
003970         TO FAULT-WORK-TEXT
003980     PERFORM 2560-SET-BRANCH-FAULT THRU 2560-EXIT.
003990 2525-EXIT.
004000     EXIT.
004010******************************************************************
004020*    2530-CLOSE-TRANSMISSION -- TIE THE TRANSMISSION JUST READ   *
004030*    TO ITS TRAILER.  A TRAILER WITH NO OPEN HEADER FOR ITS      *
004040*    BRANCH IS AN ORPHAN AND FAULTS THE RUN.                     *
004050******************************************************************
004060 2530-CLOSE-TRANSMISSION.
004070     IF OPEN-BRANCH-SUB = ZERO
004080         ADD 1 TO STRAY-TRAILER-COUNT
004090         MOVE "Y" TO BRANCH-FAULT-FLAG
004100         GO TO 2530-EXIT
004110     END-IF
004120     IF BRANCH-CONTROL-BRANCH
004130             NOT = BC-BRANCH-CODE (OPEN-BRANCH-SUB)
004140         ADD 1 TO STRAY-TRAILER-COUNT
004150         MOVE "Y" TO BRANCH-FAULT-FLAG
004160         GO TO 2530-EXIT
004170     END-IF
004180     MOVE OPEN-BRANCH-SUB TO BRANCH-SUB
004190     MOVE ZERO            TO OPEN-BRANCH-SUB
004200     ADD TRANSMIT-COUNT   TO BC-RECEIVED-COUNT (BRANCH-SUB)
004210     ADD TRANSMIT-HASH    TO BC-RECEIVED-HASH (BRANCH-SUB)
004220     IF BRANCH-CONTROL-COUNT NOT NUMERIC
004230      OR BRANCH-CONTROL-HASH NOT NUMERIC
004240         MOVE "*** TRAILER COUNT OR HASH NOT NUMERIC"
004250             TO FAULT-WORK-TEXT
004260         PERFORM 2560-SET-BRANCH-FAULT THRU 2560-EXIT
004270         GO TO 2530-EXIT
004280     END-IF
004290     ADD BRANCH-CONTROL-COUNT TO BC-SENT-COUNT (BRANCH-SUB)
004300     ADD BRANCH-CONTROL-HASH  TO BC-SENT-HASH (BRANCH-SUB)
004310     EVALUATE TRUE
004320         WHEN BRANCH-CONTROL-DATE
004330                 NOT = BC-BUSINESS-DATE (BRANCH-SUB)
004340             MOVE "*** TRAILER DATE DIFFERS FROM HEADER"
004350                 TO FAULT-WORK-TEXT
004360         WHEN TRANSMIT-COUNT < BRANCH-CONTROL-COUNT
004370             MOVE "*** SHORT - FEWER RECORDS THAN TRAILER"
004380                 TO FAULT-WORK-TEXT
004390         WHEN TRANSMIT-COUNT > BRANCH-CONTROL-COUNT
004400             MOVE "*** LONG - MORE RECORDS THAN TRAILER"
004410                 TO FAULT-WORK-TEXT
004420         WHEN TRANSMIT-HASH NOT = BRANCH-CONTROL-HASH
004430             MOVE "*** HASH TOTAL DOES NOT MATCH TRAILER"
004440                 TO FAULT-WORK-TEXT
004450         WHEN OTHER
004460             MOVE SPACES TO FAULT-WORK-TEXT
004470     END-EVALUATE
004480     PERFORM 2560-SET-BRANCH-FAULT THRU 2560-EXIT.
004490 2530-EXIT.
004500     EXIT.
004510******************************************************************
004520*    2540-COUNT-DETAIL -- ONE SALES RECORD INTO THE OPEN         *
004530*    TRANSMISSION'S COUNT AND HASH.  THE AMOUNT IS NOT EDITED    *
004540*    HERE (THE DAILY RUN DOES THAT); A NON-NUMERIC AMOUNT        *
004550*    COUNTS BUT ADDS NOTHING TO THE HASH.                        *
004560******************************************************************
004570 2540-COUNT-DETAIL.
004580     IF OPEN-BRANCH-SUB = ZERO
004590         ADD 1 TO OUTSIDE-RECORDS-COUNT
004600         MOVE "Y" TO BRANCH-FAULT-FLAG
004610         GO TO 2540-EXIT
004620     END-IF
004630     ADD 1 TO TRANSMIT-COUNT
004640     IF SALES-AMOUNT NUMERIC
004650         ADD SALES-AMOUNT TO TRANSMIT-HASH
004660     END-IF.
004670 2540-EXIT.
004680     EXIT.
004690******************************************************************
004700*    2560-SET-BRANCH-FAULT -- FAULT THE RUN AND KEEP THE FIRST   *
004710*    FAULT FOUND AS THE BRANCH'S DISPOSITION.  BLANK FAULT       *
004720*    TEXT MEANS NO FAULT.                                        *
004730******************************************************************
004740 2560-SET-BRANCH-FAULT.
004750     IF FAULT-WORK-TEXT = SPACES
004760         GO TO 2560-EXIT
004770     END-IF
004780     MOVE "Y" TO BRANCH-FAULT-FLAG
004790     IF BC-FAULT-TEXT (BRANCH-SUB) = SPACES
004800         MOVE FAULT-WORK-TEXT TO BC-FAULT-TEXT (BRANCH-SUB)
004810     END-IF.
004820 2560-EXIT.
004830     EXIT.
004840 2580-SET-BRANCH-SUB.
004850     EVALUATE BRANCH-CONTROL-BRANCH
004860         WHEN "01"  MOVE 1    TO BRANCH-SUB
004870         WHEN "02"  MOVE 2    TO BRANCH-SUB
004880         WHEN "03"  MOVE 3    TO BRANCH-SUB
004890         WHEN OTHER MOVE ZERO TO BRANCH-SUB
004900     END-EVALUATE.
004910 2580-EXIT.
004920     EXIT.
004930******************************************************************
004940*    2590-END-OF-INPUT -- A TRANSMISSION STILL OPEN AT END OF    *
004950*    FILE LOST ITS TRAILER; A BRANCH WITH NO HEADER AT ALL       *
004960*    NEVER ARRIVED.                                              *
004970******************************************************************
004980 2590-END-OF-INPUT.
004990     IF OPEN-BRANCH-SUB NOT = ZERO
005000         PERFORM 2525-CUT-SHORT THRU 2525-EXIT
005010     END-IF
005020     PERFORM 2595-CHECK-ONE-BRANCH THRU 2595-EXIT
005030         VARYING BRANCH-SUB FROM 1 BY 1 UNTIL BRANCH-SUB > 3.
005040 2590-EXIT.
005050     EXIT.
005060 2595-CHECK-ONE-BRANCH.
005070     IF BC-HEADER-COUNT (BRANCH-SUB) = ZERO
005080         MOVE "*** MISSING - NO TRANSMISSION RECEIVED"
005090             TO FAULT-WORK-TEXT
005100         PERFORM 2560-SET-BRANCH-FAULT THRU 2560-EXIT
005110     END-IF.
005120 2595-EXIT.
005130     EXIT.
005140******************************************************************
005150*    3000-DEDUP-OUTPUT -- WRITE THE SORTED FILE, DROPPING        *
005160*    RECORDS WHOSE KEY DUPLICATES THE PRIOR RECORD AND           *
005170*    SEQUENCE-CHECKING THE SORTED STREAM AS IT GOES BY.          *
005180******************************************************************
005190 3000-DEDUP-OUTPUT SECTION.
005200 3010-GET-NEXT.
005210     RETURN SORT-WORK
005220         AT END
005230             GO TO 3090-DONE
005240     END-RETURN
005250     IF NOT FIRST-OUTPUT-RECORD
005260      AND SORT-SALES-KEY < PREV-OUTPUT-KEY
005270         DISPLAY "SALESORT: SORT OUTPUT OUT OF SEQUENCE"
005280             UPON CONSL
005290         MOVE 16 TO RETURN-CODE
005300         STOP RUN
005310     END-IF
005320     IF NOT FIRST-OUTPUT-RECORD
005330      AND SORT-SALES-KEY = PREV-OUTPUT-KEY
005340         PERFORM 3100-DROP-DUPLICATE THRU 3100-EXIT
005350         GO TO 3010-GET-NEXT
005360     END-IF
005370     MOVE "N" TO FIRST-OUTPUT-FLAG
005380     MOVE SORT-SALES-KEY TO PREV-OUTPUT-KEY
005390     WRITE SALES-OUT-RECORD FROM SORT-RECORD
005400     ADD 1 TO RECORDS-WRITTEN-COUNT
005410     GO TO 3010-GET-NEXT.
005420 3090-DONE.
005430     EXIT.
005440******************************************************************
005450*    3500-REPORT-SUPPORT -- HELPERS PERFORMED FROM THE SORT      *
005460*    OUTPUT PROCEDURE AND THE TOTALS SECTION.  A SEPARATE        *
005470*    SECTION SO THE OUTPUT PROCEDURE ENDS AT 3090-DONE.          *
005480******************************************************************
005490 3500-REPORT-SUPPORT SECTION.
005500******************************************************************
005510*    3100-DROP-DUPLICATE -- DUPLICATE KEY TO ITS OWN FILE AND    *
005520*    THE REPORT; THE FIRST RECORD WITH THE KEY WAS KEPT.         *
005530******************************************************************
005540 3100-DROP-DUPLICATE.
005550     ADD 1 TO DUPLICATE-COUNT
005560     WRITE DUPLICATE-RECORD FROM SORT-RECORD
005570     IF SEQ-LINE-COUNT >= SEQ-PAGE-LIMIT
005580         PERFORM 3200-SEQ-PAGE-HEADING THRU 3200-EXIT
005590     END-IF
005600     MOVE SORT-SALES-KEY TO SD-SALES-KEY
005610     MOVE SORT-RECORD    TO SD-RECORD-IMAGE
005620     WRITE SEQUENCE-PRINT-LINE FROM SEQ-DETAIL-LINE
005630         AFTER ADVANCING 1 LINE
005640     ADD 1 TO SEQ-LINE-COUNT.
005650 3100-EXIT.
005660     EXIT.
005670 3200-SEQ-PAGE-HEADING.
005680     ADD 1 TO SEQ-PAGE-COUNT
005690     MOVE RUN-TIMESTAMP (1:16) TO SH1-TIMESTAMP
005700     MOVE SEQ-PAGE-COUNT       TO SH1-PAGE
005710     WRITE SEQUENCE-PRINT-LINE FROM SEQ-HEADING-1
005720         AFTER ADVANCING PAGE
005730     WRITE SEQUENCE-PRINT-LINE FROM SEQ-HEADING-2
005740         AFTER ADVANCING 2 LINES
005750     MOVE SPACES TO SEQUENCE-PRINT-LINE
005760     WRITE SEQUENCE-PRINT-LINE AFTER ADVANCING 1 LINE
005770     MOVE 4 TO SEQ-LINE-COUNT.
005780 3200-EXIT.
005790     EXIT.
005800******************************************************************
005810*    7000-BRANCH-CONTROL-PAGE -- ONE LINE PER EXPECTED BRANCH    *
005820*    ON ITS OWN PAGE, THEN THE RECORDS THAT BELONGED TO NO       *
005830*    EXPECTED TRANSMISSION, SO DATA CONTROL CAN CALL THE         *
005840*    BRANCH BEFORE THE DAILY RUN IS RELEASED.                    *
005850******************************************************************
005860 7000-BRANCH-CONTROL-PAGE SECTION.
005870 7010-BRANCH-PAGE.
005880     PERFORM 7200-BRANCH-PAGE-HEADING THRU 7200-EXIT
005890     PERFORM 7100-PRINT-ONE-BRANCH THRU 7100-EXIT
005900         VARYING BRANCH-SUB FROM 1 BY 1 UNTIL BRANCH-SUB > 3
005910     MOVE SPACES TO SEQUENCE-PRINT-LINE
005920     WRITE SEQUENCE-PRINT-LINE AFTER ADVANCING 2 LINES
005930     MOVE "CONTROL RECORDS READ  : " TO ST-TOTAL-TEXT
005940     MOVE CONTROL-RECORDS-COUNT      TO ST-TOTAL-COUNT
005950     WRITE SEQUENCE-PRINT-LINE FROM SEQ-TOTAL-LINE
005960         AFTER ADVANCING 1 LINE
005970     MOVE "OUTSIDE A TRANSMISSION: " TO ST-TOTAL-TEXT
005980     MOVE OUTSIDE-RECORDS-COUNT      TO ST-TOTAL-COUNT
005990     WRITE SEQUENCE-PRINT-LINE FROM SEQ-TOTAL-LINE
006000         AFTER ADVANCING 1 LINE
006010     MOVE "UNEXPECTED BRANCH HDRS: " TO ST-TOTAL-TEXT
006020     MOVE STRAY-HEADER-COUNT         TO ST-TOTAL-COUNT
006030     WRITE SEQUENCE-PRINT-LINE FROM SEQ-TOTAL-LINE
006040         AFTER ADVANCING 1 LINE
006050     MOVE "ORPHAN TRAILERS       : " TO ST-TOTAL-TEXT
006060     MOVE STRAY-TRAILER-COUNT        TO ST-TOTAL-COUNT
006070     WRITE SEQUENCE-PRINT-LINE FROM SEQ-TOTAL-LINE
006080         AFTER ADVANCING 1 LINE
006090     MOVE SPACES TO SEQUENCE-PRINT-LINE
006100     WRITE SEQUENCE-PRINT-LINE AFTER ADVANCING 1 LINE
006110     IF BRANCH-FAULT
006120         MOVE "*** BRANCH TRANSMISSIONS NOT IN BALANCE - HOLD"
006130             TO SV-TEXT
006140     ELSE
006150         MOVE "EVERY BRANCH RECEIVED ONCE AND IN BALANCE"
006160             TO SV-TEXT
006170     END-IF
006180     WRITE SEQUENCE-PRINT-LINE FROM SEQ-VERDICT-LINE
006190         AFTER ADVANCING 1 LINE.
006200 7000-EXIT.
006210     EXIT.
006220 7100-PRINT-ONE-BRANCH.
006230     MOVE BC-BRANCH-CODE (BRANCH-SUB)    TO BD-BRANCH-CODE
006240     MOVE BC-BUSINESS-DATE (BRANCH-SUB)  TO BD-BUSINESS-DATE
006250     MOVE BC-HEADER-COUNT (BRANCH-SUB)   TO BD-HEADER-COUNT
006260     MOVE BC-SENT-COUNT (BRANCH-SUB)     TO BD-SENT-COUNT
006270     MOVE BC-RECEIVED-COUNT (BRANCH-SUB) TO BD-RECEIVED-COUNT
006280     MOVE BC-SENT-HASH (BRANCH-SUB)      TO BD-SENT-HASH
006290     MOVE BC-RECEIVED-HASH (BRANCH-SUB)  TO BD-RECEIVED-HASH
006300     IF BC-FAULT-TEXT (BRANCH-SUB) = SPACES
006310         MOVE "RECEIVED ONCE AND IN BALANCE" TO BD-DISPOSITION
006320     ELSE
006330         MOVE BC-FAULT-TEXT (BRANCH-SUB)     TO BD-DISPOSITION
006340     END-IF
006350     WRITE SEQUENCE-PRINT-LINE FROM BRANCH-DETAIL-LINE
006360         AFTER ADVANCING 1 LINE
006370     ADD 1 TO SEQ-LINE-COUNT.
006380 7100-EXIT.
006390     EXIT.
006400 7200-BRANCH-PAGE-HEADING.
006410     ADD 1 TO SEQ-PAGE-COUNT
006420     MOVE RUN-TIMESTAMP (1:16) TO BH1-TIMESTAMP
006430     MOVE EXPECTED-BUSINESS-DATE TO BH1-BUSINESS-DATE
006440     MOVE SEQ-PAGE-COUNT       TO BH1-PAGE
006450     WRITE SEQUENCE-PRINT-LINE FROM BRANCH-HEADING-1
006460         AFTER ADVANCING PAGE
006470     WRITE SEQUENCE-PRINT-LINE FROM BRANCH-HEADING-2
006480         AFTER ADVANCING 2 LINES
006490     MOVE SPACES TO SEQUENCE-PRINT-LINE
006500     WRITE SEQUENCE-PRINT-LINE AFTER ADVANCING 1 LINE
006510     MOVE 4 TO SEQ-LINE-COUNT.
006520 7200-EXIT.
006530     EXIT.
006540******************************************************************
006550*    8000-PRINT-TOTALS -- CONTROL COUNTS AND THE RELEASE         *
006560*    VERDICT FOR DATA CONTROL.                                   *
006570******************************************************************
006580 8000-PRINT-TOTALS SECTION.
006590 8010-TOTALS.
006600     IF SEQ-PAGE-COUNT = ZERO
006610         PERFORM 3200-SEQ-PAGE-HEADING THRU 3200-EXIT
006620     END-IF
006630     MOVE SPACES TO SEQUENCE-PRINT-LINE
006640     WRITE SEQUENCE-PRINT-LINE AFTER ADVANCING 2 LINES
006650     MOVE "RECORDS READ          : " TO ST-TOTAL-TEXT
006660     MOVE RECORDS-READ-COUNT         TO ST-TOTAL-COUNT
006670     WRITE SEQUENCE-PRINT-LINE FROM SEQ-TOTAL-LINE
006680         AFTER ADVANCING 1 LINE
006690     MOVE "RECORDS WRITTEN       : " TO ST-TOTAL-TEXT
006700     MOVE RECORDS-WRITTEN-COUNT      TO ST-TOTAL-COUNT
006710     WRITE SEQUENCE-PRINT-LINE FROM SEQ-TOTAL-LINE
006720         AFTER ADVANCING 1 LINE
006730     MOVE "DUPLICATES DROPPED    : " TO ST-TOTAL-TEXT
006740     MOVE DUPLICATE-COUNT            TO ST-TOTAL-COUNT
006750     WRITE SEQUENCE-PRINT-LINE FROM SEQ-TOTAL-LINE
006760         AFTER ADVANCING 1 LINE
006770     MOVE "RAW OUT-OF-SEQUENCE   : " TO ST-TOTAL-TEXT
006780     MOVE OUT-OF-SEQ-COUNT           TO ST-TOTAL-COUNT
006790     WRITE SEQUENCE-PRINT-LINE FROM SEQ-TOTAL-LINE
006800         AFTER ADVANCING 1 LINE
006810     MOVE SPACES TO SEQUENCE-PRINT-LINE
006820     WRITE SEQUENCE-PRINT-LINE AFTER ADVANCING 1 LINE
006830     EVALUATE TRUE
006840         WHEN OUT-OF-SEQ-COUNT > ZERO
006850             MOVE "*** RAW INPUT OUT OF SEQUENCE - DO NOT RELEASE"
006860                 TO SV-TEXT
006870         WHEN BRANCH-FAULT
006880             MOVE "*** BRANCH CONTROL FAULT - DO NOT RELEASE"
006890                 TO SV-TEXT
006900         WHEN OTHER
006910             MOVE "INPUT IN SEQUENCE - MAIN RUN MAY BE RELEASED"
006920                 TO SV-TEXT
006930     END-EVALUATE
006940     WRITE SEQUENCE-PRINT-LINE FROM SEQ-VERDICT-LINE
006950         AFTER ADVANCING 1 LINE.
006960 8000-EXIT.
006970     EXIT.
006980******************************************************************
006990*    9500/9600 -- STEP START AND STEP END EVENTS TO THE SHARED   *
007000*    RUN-EVENT FILE (RUNEVNT) READ BY THE END-OF-NIGHT           *
007010*    VERIFIER (RUNVRFY).                                         *
007020******************************************************************
007030 9500-LOG-STEP-START.
007040     OPEN EXTEND RUN-EVENT-FILE
007050     MOVE SPACES                TO RUN-EVENT-RECORD
007060     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
007070     MOVE "SALESORT"            TO EVENT-STEP-NAME
007080     MOVE "S"                   TO EVENT-TYPE-CODE
007090     MOVE ZERO                  TO EVENT-RETURN-CODE
007100     MOVE ZERO                  TO EVENT-READ-COUNT
007110     MOVE ZERO                  TO EVENT-OUT-COUNT
007120     MOVE ZERO                  TO EVENT-REJECT-COUNT
007130     WRITE RUN-EVENT-RECORD.
007140 9500-EXIT.
007150     EXIT.
007160 9600-LOG-STEP-END.
007170     MOVE SPACES                TO RUN-EVENT-RECORD
007180     MOVE FUNCTION CURRENT-DATE TO EVENT-TIMESTAMP
007190     MOVE "SALESORT"            TO EVENT-STEP-NAME
007200     MOVE "E"                   TO EVENT-TYPE-CODE
007210     MOVE RETURN-CODE           TO EVENT-RETURN-CODE
007220     MOVE RECORDS-READ-COUNT    TO EVENT-READ-COUNT
007230     MOVE RECORDS-WRITTEN-COUNT TO EVENT-OUT-COUNT
007240     MOVE DUPLICATE-COUNT       TO EVENT-REJECT-COUNT
007250     WRITE RUN-EVENT-RECORD
007260     CLOSE RUN-EVENT-FILE.
007270 9600-EXIT.
007280     EXIT.
