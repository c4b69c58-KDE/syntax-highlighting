000110*    FILE WENT IN), AND NO STEP ENDED WITH RETURN CODE 8 OR      *
000120*    WORSE.  ANY FAILURE RAISES AN OPERATOR CONSOLE ALERT AND    *
000130*    ENDS THE VERIFIER ITSELF WITH RETURN CODE 8.                *
000140*    A POSTING BACKOUT (SALESBKO) ON THE EVENT FILE IS NOTED ON  *
000150*    THE REPORT, AND FAILS THE STREAM IF IT STARTED WHILE THE    *
000160*    DAILY RUN WAS STILL POSTING.                                *
000170*    THE VERDICT IS STAMPED ON THE BUSINESS-DATE CONTROL RECORD  *
000180*    (BUSDATE): A CLEAN NIGHT SETS THE VERIFIED DATE TO THE      *
000190*    PROCESSING DATE, WHICH RELEASES THE BUSINESS-DATE ROLL      *
000200*    (BUSROLL); A FAILED NIGHT CLEARS IT.                        *
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    RUNVRFY.
000240 AUTHOR.        R. T. CALDWELL.
000250 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000260 DATE-WRITTEN.  09/02/26.
000270 DATE-COMPILED.
000280******************************************************************
000290*                     MODIFICATION HISTORY                       *
000300*  DATE      INIT  DESCRIPTION                                   *
000310*  --------  ----  ---------------------------------------------*
000320*  09/02/26  RTC   INITIAL VERSION                               *
000330*  10/15/26  RTC   NOTE A SALESBKO POSTING BACKOUT ON THE REPORT *
000340*                  AND FAIL ONE THAT OVERLAPPED THE DAILY RUN    *
000350*  10/15/26  RTC   STAMP THE VERDICT ON THE BUSINESS-DATE RECORD *
000360*                  (BUSDATE) SO THE ROLL (BUSROLL) ONLY ADVANCES *
000370*                  A NIGHT VERIFIED CLEAN; BUSINESS DATE ON THE  *
000380*                  REPORT HEADING                                *
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  GNULINUX.
000430 OBJECT-COMPUTER.  HERCULES.
000440 SPECIAL-NAMES.
000450     CONSOLE IS CONSL.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT RUN-EVENT-FILE
000490         ASSIGN TO RUNEVNT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS RUN-EVENT-STATUS.
000520     SELECT VERIFY-REPORT
000530         ASSIGN TO VFYPRINT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS VERIFY-REPORT-STATUS.
000560     SELECT OPTIONAL BUSINESS-DATE-FILE
000570         ASSIGN TO BUSDATE
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS BUSINESS-DATE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  RUN-EVENT-FILE.
000630     COPY RUNEVENT.
000640 FD  VERIFY-REPORT.
000650 01  VERIFY-PRINT-LINE           PIC X(132).
000660*    THE RECORD IS READ INTO AND REWRITTEN WHOLE FROM THE
000670*    WORKING COPY (COPYBOOK BUSDATE IN WORKING-STORAGE).
000680 FD  BUSINESS-DATE-FILE.
000690 01  BUSINESS-DATE-FILE-RECORD   PIC X(80).
000700 WORKING-STORAGE SECTION.
000710 77  RUN-EVENT-STATUS            PIC X(02) VALUE SPACES.
000720 77  VERIFY-REPORT-STATUS        PIC X(02) VALUE SPACES.
000730 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
000740 77  AT-END-OF-EVENTS-FLAG       PIC X(01) VALUE "N".
000750     88  AT-END-OF-EVENTS                  VALUE "Y".
000760 77  STEP-FOUND-FLAG             PIC X(01) VALUE "N".
000770     88  STEP-FOUND                        VALUE "Y".
000780 77  STREAM-FAILED-FLAG          PIC X(01) VALUE "N".
000790     88  STREAM-FAILED                     VALUE "Y".
000800 77  EVENTS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
000810 77  EVENT-SEQUENCE              PIC 9(07) COMP VALUE ZERO.
000820 77  VERIFY-LINE-COUNT           PIC 9(03) COMP VALUE 99.
000830 77  VERIFY-PAGE-COUNT           PIC 9(03) COMP VALUE ZERO.
000840 77  VERIFY-PAGE-LIMIT           PIC 9(03) COMP VALUE 55.
000850 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
000860 77  REQUIRED-SUB                PIC 9(01) COMP VALUE ZERO.
000870 77  STEP-SUB                    PIC 9(02) COMP VALUE ZERO.
000880 77  SORT-END-SEQ                PIC 9(07) COMP VALUE ZERO.
000890 77  RECYCLE-END-SEQ             PIC 9(07) COMP VALUE ZERO.
000900 77  DAILY-START-SEQ             PIC 9(07) COMP VALUE ZERO.
000910 77  DAILY-END-SEQ               PIC 9(07) COMP VALUE ZERO.
000920 77  BACKOUT-START-SEQ           PIC 9(07) COMP VALUE ZERO.
000930*    WORKING COPY OF THE BUSINESS-DATE RECORD.
000940     COPY BUSDATE.
000950*    ONE ENTRY PER DISTINCT STEP NAME SEEN ON THE EVENT FILE.
000960 01  STEP-TABLE.
000970     03  STEP-COUNT              PIC 9(02) COMP VALUE ZERO.
000980     03  STEP-MAX                PIC 9(02) COMP VALUE 20.
000990     03  STEP-ENTRY OCCURS 20 TIMES
001000             INDEXED BY STEP-IDX.
001010         05  ST-STEP-NAME        PIC X(08).
001020         05  ST-START-SEQ        PIC 9(07) COMP.
001030         05  ST-END-SEQ          PIC 9(07) COMP.
001040         05  ST-END-RC           PIC 9(02).
001050         05  ST-READ-COUNT       PIC 9(07).
001060         05  ST-OUT-COUNT        PIC 9(07).
001070         05  ST-REJECT-COUNT     PIC 9(07).
001080*    THE STEPS THE NIGHTLY STREAM CANNOT RUN WITHOUT, IN THE
001090*    ORDER THEY MUST RUN.
001100 01  REQUIRED-STEPS.
001110     03  FILLER                  PIC X(08) VALUE "SALESORT".
001120     03  FILLER                  PIC X(08) VALUE "SALRECYC".
001130     03  FILLER                  PIC X(08) VALUE "SALESDLY".
001140 01  REQUIRED-STEPS-X            REDEFINES REQUIRED-STEPS.
001150     03  REQUIRED-STEP-NAME      OCCURS 3 TIMES
001160                                 PIC X(08).
001170 01  VERIFY-HEADING-1.
001180     03  FILLER                  PIC X(36)
001190         VALUE "NIGHTLY STREAM VERIFICATION".
001200     03  FILLER                  PIC X(08) VALUE SPACES.
001210     03  FILLER                  PIC X(04) VALUE "RUN ".
001220     03  VH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001230     03  FILLER                  PIC X(04) VALUE SPACES.
001240     03  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
001250     03  VH1-BUSINESS-DATE       PIC 99/99/9999.
001260     03  FILLER                  PIC X(32) VALUE SPACES.
001270     03  FILLER                  PIC X(05) VALUE "PAGE ".
001280     03  VH1-PAGE                PIC ZZ9.
001290 01  VERIFY-HEADING-2.
001300     03  FILLER                  PIC X(10) VALUE "STEP".
001310     03  FILLER                  PIC X(28) VALUE "STARTED".
001320     03  FILLER                  PIC X(28) VALUE "ENDED".
001330     03  FILLER                  PIC X(04) VALUE "RC".
001340     03  FILLER                  PIC X(11) VALUE "      READ".
001350     03  FILLER                  PIC X(11) VALUE "       OUT".
001360     03  FILLER                  PIC X(11) VALUE "  REJECTED".
001370     03  FILLER                  PIC X(29) VALUE SPACES.
001380 01  VERIFY-STEP-LINE.
001390     03  VS-STEP-NAME            PIC X(08).
001400     03  FILLER                  PIC X(02) VALUE SPACES.
001410     03  VS-START-STAMP          PIC X(26).
001420     03  FILLER                  PIC X(02) VALUE SPACES.
001430     03  VS-END-STAMP            PIC X(26).
001440     03  FILLER                  PIC X(02) VALUE SPACES.
001450     03  VS-END-RC               PIC Z9.
001460     03  FILLER                  PIC X(02) VALUE SPACES.
001470     03  VS-READ-COUNT           PIC Z,ZZZ,ZZ9.
001480     03  FILLER                  PIC X(02) VALUE SPACES.
001490     03  VS-OUT-COUNT            PIC Z,ZZZ,ZZ9.
001500     03  FILLER                  PIC X(02) VALUE SPACES.
001510     03  VS-REJECT-COUNT         PIC Z,ZZZ,ZZ9.
001520     03  FILLER                  PIC X(31) VALUE SPACES.
001530 01  VERIFY-FAULT-LINE.
001540     03  FILLER                  PIC X(04) VALUE "*** ".
001550     03  VF-TEXT                 PIC X(60).
001560     03  FILLER                  PIC X(68) VALUE SPACES.
001570 01  VERIFY-VERDICT-LINE.
001580     03  VV-TEXT                 PIC X(52).
001590     03  FILLER                  PIC X(80) VALUE SPACES.
001600*    START/END STAMPS ARE KEPT OUT OF THE STEP TABLE TO HOLD
001610*    THE ENTRY SMALL; THE REPORT SHOWS THEM FROM THESE SAVED
001620*    AREAS FILED ALONGSIDE EACH ENTRY.
001630 01  STAMP-TABLE.
001640     03  STAMP-ENTRY OCCURS 20 TIMES.
001650         05  SP-START-STAMP      PIC X(26).
001660         05  SP-END-STAMP        PIC X(26).
001670 PROCEDURE DIVISION.
001680******************************************************************
001690*    0000-MAINLINE -- RUN CONTROL.                               *
001700******************************************************************
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001730     PERFORM 2000-PROCESS-EVENT THRU 2000-EXIT
001740         UNTIL AT-END-OF-EVENTS
001750     PERFORM 4000-PRINT-STEP-REGISTER THRU 4000-EXIT
001760     PERFORM 5000-VERIFY-STREAM THRU 5000-EXIT
001770     PERFORM 8000-TERMINATE THRU 8000-EXIT
001780     STOP RUN.
001790******************************************************************
001800*    1000-INITIALIZE -- OPEN FILES AND TAKE THE NIGHT BEING      *
001810*    VERIFIED FROM THE BUSINESS-DATE RECORD.                     *
001820******************************************************************
001830 1000-INITIALIZE.
001840     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
001850     OPEN INPUT  RUN-EVENT-FILE
001860          OUTPUT VERIFY-REPORT
001870     IF RUN-EVENT-STATUS NOT = "00"
001880         DISPLAY "RUNVRFY: OPEN FAILED, RUNEVNT STATUS "
001890                 RUN-EVENT-STATUS UPON CONSL
001900         GO TO 9999-ABORT-RUN
001910     END-IF
001920     PERFORM 1100-READ-BUSINESS-DATE THRU 1100-EXIT
001930     PERFORM 6000-PAGE-HEADING THRU 6000-EXIT.
001940 1000-EXIT.
001950     EXIT.
001960 1100-READ-BUSINESS-DATE.
001970     OPEN INPUT BUSINESS-DATE-FILE
001980     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
001990         AT END
002000             DISPLAY "RUNVRFY: NO BUSINESS-DATE RECORD (BUSDATE)"
002010                 UPON CONSL
002020             CLOSE BUSINESS-DATE-FILE
002030             GO TO 9999-ABORT-RUN
002040     END-READ
002050     CLOSE BUSINESS-DATE-FILE.
002060 1100-EXIT.
002070     EXIT.
002080******************************************************************
002090*    2000-PROCESS-EVENT -- FILE ONE EVENT RECORD UNDER ITS       *
002100*    STEP.  A SECOND START FOR A STEP OVERLAYS THE FIRST --      *
002110*    A RERUN SUPERSEDES THE RUN IT REPLACED.                     *
002120******************************************************************
002130 2000-PROCESS-EVENT.
002140     READ RUN-EVENT-FILE
002150         AT END
002160             MOVE "Y" TO AT-END-OF-EVENTS-FLAG
002170             GO TO 2000-EXIT
002180     END-READ
002190     ADD 1 TO EVENTS-READ-COUNT
002200     ADD 1 TO EVENT-SEQUENCE
002210     PERFORM 2100-FIND-STEP THRU 2100-EXIT
002220     SET STEP-SUB TO STEP-IDX
002230     IF EVENT-STEP-START
002240         MOVE EVENT-SEQUENCE  TO ST-START-SEQ (STEP-IDX)
002250         MOVE ZERO            TO ST-END-SEQ (STEP-IDX)
002260         MOVE ZERO            TO ST-END-RC (STEP-IDX)
002270         MOVE EVENT-TIMESTAMP
002280             TO SP-START-STAMP (STEP-SUB)
002290         MOVE SPACES          TO SP-END-STAMP (STEP-SUB)
002300         GO TO 2000-EXIT
002310     END-IF
002320     IF EVENT-STEP-END
002330         MOVE EVENT-SEQUENCE     TO ST-END-SEQ (STEP-IDX)
002340         MOVE EVENT-RETURN-CODE  TO ST-END-RC (STEP-IDX)
002350         MOVE EVENT-READ-COUNT   TO ST-READ-COUNT (STEP-IDX)
002360         MOVE EVENT-OUT-COUNT    TO ST-OUT-COUNT (STEP-IDX)
002370         MOVE EVENT-REJECT-COUNT TO ST-REJECT-COUNT (STEP-IDX)
002380         MOVE EVENT-TIMESTAMP
002390             TO SP-END-STAMP (STEP-SUB)
002400     END-IF.
002410 2000-EXIT.
002420     EXIT.
002430******************************************************************
002440*    2100-FIND-STEP -- LOCATE OR ADD THE STEP'S TABLE ENTRY,     *
002450*    LEAVING STEP-IDX SET.                                       *
002460******************************************************************
002470 2100-FIND-STEP.
002480     MOVE "N" TO STEP-FOUND-FLAG
002490     IF STEP-COUNT = ZERO
002500         PERFORM 2200-ADD-STEP THRU 2200-EXIT
002510         GO TO 2100-EXIT
002520     END-IF
002530     SET STEP-IDX TO 1
002540     SEARCH STEP-ENTRY
002550         AT END
002560             CONTINUE
002570         WHEN STEP-IDX > STEP-COUNT
002580             CONTINUE
002590         WHEN ST-STEP-NAME (STEP-IDX) = EVENT-STEP-NAME
002600             MOVE "Y" TO STEP-FOUND-FLAG
002610     END-SEARCH
002620     IF NOT STEP-FOUND
002630         PERFORM 2200-ADD-STEP THRU 2200-EXIT
002640     END-IF.
002650 2100-EXIT.
002660     EXIT.
002670 2200-ADD-STEP.
002680     IF STEP-COUNT >= STEP-MAX
002690         DISPLAY "RUNVRFY: STEP TABLE FULL" UPON CONSL
002700         GO TO 9999-ABORT-RUN
002710     END-IF
002720     ADD 1 TO STEP-COUNT
002730     SET STEP-IDX TO STEP-COUNT
002740     MOVE EVENT-STEP-NAME TO ST-STEP-NAME (STEP-IDX)
002750     MOVE ZERO   TO ST-START-SEQ (STEP-IDX)
002760     MOVE ZERO   TO ST-END-SEQ (STEP-IDX)
002770     MOVE ZERO   TO ST-END-RC (STEP-IDX)
002780     MOVE ZERO   TO ST-READ-COUNT (STEP-IDX)
002790     MOVE ZERO   TO ST-OUT-COUNT (STEP-IDX)
002800     MOVE ZERO   TO ST-REJECT-COUNT (STEP-IDX)
002810     SET STEP-SUB TO STEP-IDX
002820     MOVE SPACES TO SP-START-STAMP (STEP-SUB)
002830     MOVE SPACES TO SP-END-STAMP (STEP-SUB).
002840 2200-EXIT.
002850     EXIT.
002860******************************************************************
002870*    4000-PRINT-STEP-REGISTER -- ONE LINE PER STEP SEEN.         *
002880******************************************************************
002890 4000-PRINT-STEP-REGISTER.
002900     WRITE VERIFY-PRINT-LINE FROM VERIFY-HEADING-2
002910         AFTER ADVANCING 2 LINES
002920     MOVE SPACES TO VERIFY-PRINT-LINE
002930     WRITE VERIFY-PRINT-LINE AFTER ADVANCING 1 LINE
002940     ADD 3 TO VERIFY-LINE-COUNT
002950     IF STEP-COUNT = ZERO
002960         GO TO 4000-EXIT
002970     END-IF
002980     PERFORM 4100-PRINT-STEP-LINE THRU 4100-EXIT
002990         VARYING STEP-IDX FROM 1 BY 1
003000         UNTIL STEP-IDX > STEP-COUNT.
003010 4000-EXIT.
003020     EXIT.
003030 4100-PRINT-STEP-LINE.
003040     MOVE ST-STEP-NAME (STEP-IDX)    TO VS-STEP-NAME
003050     SET STEP-SUB TO STEP-IDX
003060     MOVE SP-START-STAMP (STEP-SUB)  TO VS-START-STAMP
003070     MOVE SP-END-STAMP (STEP-SUB)    TO VS-END-STAMP
003080     MOVE ST-END-RC (STEP-IDX)       TO VS-END-RC
003090     MOVE ST-READ-COUNT (STEP-IDX)   TO VS-READ-COUNT
003100     MOVE ST-OUT-COUNT (STEP-IDX)    TO VS-OUT-COUNT
003110     MOVE ST-REJECT-COUNT (STEP-IDX) TO VS-REJECT-COUNT
003120     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
003130 4100-EXIT.
003140     EXIT.
003150******************************************************************
003160*    5000-VERIFY-STREAM -- THE COMPLETION AND ORDER CHECKS.      *
003170*    EVERY FAULT PRINTS ITS OWN LINE AND FAILS THE STREAM.       *
003180******************************************************************
003190 5000-VERIFY-STREAM.
003200     MOVE SPACES TO VERIFY-PRINT-LINE
003210     WRITE VERIFY-PRINT-LINE AFTER ADVANCING 1 LINE
003220     PERFORM 5100-CHECK-REQUIRED-STEP THRU 5100-EXIT
003230         VARYING REQUIRED-SUB FROM 1 BY 1
003240         UNTIL REQUIRED-SUB > 3
003250     PERFORM 5200-CHECK-ONE-STEP THRU 5200-EXIT
003260         VARYING STEP-IDX FROM 1 BY 1
003270         UNTIL STEP-IDX > STEP-COUNT
003280     PERFORM 5300-CHECK-STREAM-ORDER THRU 5300-EXIT
003290     PERFORM 5400-CHECK-BACKOUT THRU 5400-EXIT
003300     MOVE SPACES TO VERIFY-PRINT-LINE
003310     WRITE VERIFY-PRINT-LINE AFTER ADVANCING 1 LINE
003320     IF STREAM-FAILED
003330         MOVE "*** STREAM INCOMPLETE OR FAILED - HOLD HANDOFF"
003340             TO VV-TEXT
003350     ELSE
003360         MOVE "STREAM RAN COMPLETE, IN ORDER AND CLEAN"
003370             TO VV-TEXT
003380     END-IF
003390     WRITE VERIFY-PRINT-LINE FROM VERIFY-VERDICT-LINE
003400         AFTER ADVANCING 1 LINE.
003410 5000-EXIT.
003420     EXIT.
003430******************************************************************
003440*    5100-CHECK-REQUIRED-STEP -- THE REQUIRED STEPS MUST ALL     *
003450*    APPEAR ON THE EVENT FILE.                                   *
003460******************************************************************
003470 5100-CHECK-REQUIRED-STEP.
003480     MOVE "N" TO STEP-FOUND-FLAG
003490     IF STEP-COUNT = ZERO
003500         GO TO 5100-MISSING
003510     END-IF
003520     SET STEP-IDX TO 1
003530     SEARCH STEP-ENTRY
003540         AT END
003550             CONTINUE
003560         WHEN STEP-IDX > STEP-COUNT
003570             CONTINUE
003580         WHEN ST-STEP-NAME (STEP-IDX)
003590                 = REQUIRED-STEP-NAME (REQUIRED-SUB)
003600             MOVE "Y" TO STEP-FOUND-FLAG
003610     END-SEARCH
003620     IF STEP-FOUND
003630         GO TO 5100-EXIT
003640     END-IF.
003650 5100-MISSING.
003660     MOVE "Y" TO STREAM-FAILED-FLAG
003670     MOVE SPACES TO VF-TEXT
003680     STRING "REQUIRED STEP "        DELIMITED BY SIZE
003690            REQUIRED-STEP-NAME (REQUIRED-SUB)
003700                                    DELIMITED BY SIZE
003710            " NEVER RAN"            DELIMITED BY SIZE
003720            INTO VF-TEXT
003730     END-STRING
003740     PERFORM 6200-WRITE-FAULT-LINE THRU 6200-EXIT.
003750 5100-EXIT.
003760     EXIT.
003770******************************************************************
003780*    5200-CHECK-ONE-STEP -- EVERY STEP THAT STARTED MUST HAVE    *
003790*    ENDED, AND ENDED CLEAN (RETURN CODE UNDER 8).               *
003800******************************************************************
003810 5200-CHECK-ONE-STEP.
003820     IF ST-START-SEQ (STEP-IDX) = ZERO
003830         MOVE "Y" TO STREAM-FAILED-FLAG
003840         MOVE SPACES TO VF-TEXT
003850         STRING "STEP "                 DELIMITED BY SIZE
003860                ST-STEP-NAME (STEP-IDX) DELIMITED BY SIZE
003870                " HAS AN END EVENT BUT NO START"
003880                                        DELIMITED BY SIZE
003890                INTO VF-TEXT
003900         END-STRING
003910         PERFORM 6200-WRITE-FAULT-LINE THRU 6200-EXIT
003920         GO TO 5200-EXIT
003930     END-IF
003940     IF ST-END-SEQ (STEP-IDX) = ZERO
003950         MOVE "Y" TO STREAM-FAILED-FLAG
003960         MOVE SPACES TO VF-TEXT
003970         STRING "STEP "                 DELIMITED BY SIZE
003980                ST-STEP-NAME (STEP-IDX) DELIMITED BY SIZE
003990                " STARTED BUT NEVER ENDED"
004000                                        DELIMITED BY SIZE
004010                INTO VF-TEXT
004020         END-STRING
004030         PERFORM 6200-WRITE-FAULT-LINE THRU 6200-EXIT
004040         GO TO 5200-EXIT
004050     END-IF
004060     IF ST-END-RC (STEP-IDX) >= 8
004070         MOVE "Y" TO STREAM-FAILED-FLAG
004080         MOVE SPACES TO VF-TEXT
004090         STRING "STEP "                 DELIMITED BY SIZE
004100                ST-STEP-NAME (STEP-IDX) DELIMITED BY SIZE
004110                " ENDED WITH RETURN CODE 8 OR WORSE"
004120                                        DELIMITED BY SIZE
004130                INTO VF-TEXT
004140         END-STRING
004150         PERFORM 6200-WRITE-FAULT-LINE THRU 6200-EXIT
004160     END-IF.
004170 5200-EXIT.
004180     EXIT.
004190******************************************************************
004200*    5300-CHECK-STREAM-ORDER -- THE SORT AND THE RECYCLE MUST    *
004210*    BOTH END BEFORE THE DAILY RUN STARTS, SO SALESDLY READ A    *
004220*    SORTED FILE AND A FRESH RESUBMIT FILE.                      *
004230******************************************************************
004240 5300-CHECK-STREAM-ORDER.
004250     MOVE ZERO TO SORT-END-SEQ RECYCLE-END-SEQ DAILY-START-SEQ
004260     MOVE ZERO TO DAILY-END-SEQ BACKOUT-START-SEQ
004270     PERFORM 5350-COLLECT-ORDER-SEQS THRU 5350-EXIT
004280         VARYING STEP-IDX FROM 1 BY 1
004290         UNTIL STEP-IDX > STEP-COUNT
004300     IF DAILY-START-SEQ = ZERO
004310         GO TO 5300-EXIT
004320     END-IF
004330     IF SORT-END-SEQ = ZERO
004340      OR SORT-END-SEQ > DAILY-START-SEQ
004350         MOVE "Y" TO STREAM-FAILED-FLAG
004360         MOVE "SALESORT DID NOT END BEFORE SALESDLY STARTED"
004370             TO VF-TEXT
004380         PERFORM 6200-WRITE-FAULT-LINE THRU 6200-EXIT
004390     END-IF
004400     IF RECYCLE-END-SEQ = ZERO
004410      OR RECYCLE-END-SEQ > DAILY-START-SEQ
004420         MOVE "Y" TO STREAM-FAILED-FLAG
004430         MOVE "SALRECYC DID NOT END BEFORE SALESDLY STARTED"
004440             TO VF-TEXT
004450         PERFORM 6200-WRITE-FAULT-LINE THRU 6200-EXIT
004460     END-IF.
004470 5300-EXIT.
004480     EXIT.
004490 5350-COLLECT-ORDER-SEQS.
004500     EVALUATE ST-STEP-NAME (STEP-IDX)
004510         WHEN "SALESORT"
004520             MOVE ST-END-SEQ (STEP-IDX)   TO SORT-END-SEQ
004530         WHEN "SALRECYC"
004540             MOVE ST-END-SEQ (STEP-IDX)   TO RECYCLE-END-SEQ
004550         WHEN "SALESDLY"
004560             MOVE ST-START-SEQ (STEP-IDX) TO DAILY-START-SEQ
004570             MOVE ST-END-SEQ (STEP-IDX)   TO DAILY-END-SEQ
004580         WHEN "SALESBKO"
004590             MOVE ST-START-SEQ (STEP-IDX) TO BACKOUT-START-SEQ
004600         WHEN OTHER
004610             CONTINUE
004620     END-EVALUATE.
004630 5350-EXIT.
004640     EXIT.
004650******************************************************************
004660*    5400-CHECK-BACKOUT -- A POSTING BACKOUT (SALESBKO) IS       *
004670*    CALLED OUT FOR THE MORNING HANDOFF, SINCE THE REVERSAL      *
004680*    CSV GOES TO THE REGIONAL OFFICE ALONGSIDE THE NIGHT'S       *
004690*    EXTRACT.  ONE THAT STARTED AFTER THE DAILY RUN STARTED      *
004700*    BUT BEFORE IT ENDED RACED THE POSTING IT WAS REVERSING      *
004710*    AND FAILS THE STREAM.                                       *
004720******************************************************************
004730 5400-CHECK-BACKOUT.
004740     IF BACKOUT-START-SEQ = ZERO
004750         GO TO 5400-EXIT
004760     END-IF
004770     MOVE "SALESDLY POSTING BACKED OUT BY SALESBKO"
004780         TO VF-TEXT
004790     PERFORM 6200-WRITE-FAULT-LINE THRU 6200-EXIT
004800     IF DAILY-START-SEQ = ZERO
004810      OR BACKOUT-START-SEQ < DAILY-START-SEQ
004820         GO TO 5400-EXIT
004830     END-IF
004840     IF DAILY-END-SEQ = ZERO
004850      OR DAILY-END-SEQ > BACKOUT-START-SEQ
004860         MOVE "Y" TO STREAM-FAILED-FLAG
004870         MOVE "SALESBKO STARTED BEFORE SALESDLY ENDED"
004880             TO VF-TEXT
004890         PERFORM 6200-WRITE-FAULT-LINE THRU 6200-EXIT
004900     END-IF.
004910 5400-EXIT.
004920     EXIT.
004930******************************************************************
004940*    6000-PAGE-HEADING AND PRINT HELPERS.                        *
004950******************************************************************
004960 6000-PAGE-HEADING.
004970     ADD 1 TO VERIFY-PAGE-COUNT
004980     MOVE RUN-TIMESTAMP (1:16) TO VH1-TIMESTAMP
004990     MOVE BUS-PROCESSING-DATE  TO VH1-BUSINESS-DATE
005000     MOVE VERIFY-PAGE-COUNT    TO VH1-PAGE
005010     WRITE VERIFY-PRINT-LINE FROM VERIFY-HEADING-1
005020         AFTER ADVANCING PAGE
005030     MOVE 1 TO VERIFY-LINE-COUNT.
005040 6000-EXIT.
005050     EXIT.
005060 6100-WRITE-REPORT-LINE.
005070     IF VERIFY-LINE-COUNT >= VERIFY-PAGE-LIMIT
005080         PERFORM 6000-PAGE-HEADING THRU 6000-EXIT
005090     END-IF
005100     WRITE VERIFY-PRINT-LINE FROM VERIFY-STEP-LINE
005110         AFTER ADVANCING 1 LINE
005120     ADD 1 TO VERIFY-LINE-COUNT.
005130 6100-EXIT.
005140     EXIT.
005150 6200-WRITE-FAULT-LINE.
005160     IF VERIFY-LINE-COUNT >= VERIFY-PAGE-LIMIT
005170         PERFORM 6000-PAGE-HEADING THRU 6000-EXIT
005180     END-IF
005190     WRITE VERIFY-PRINT-LINE FROM VERIFY-FAULT-LINE
005200         AFTER ADVANCING 1 LINE
005210     ADD 1 TO VERIFY-LINE-COUNT.
005220 6200-EXIT.
005230     EXIT.
005240******************************************************************
005250*    8000-TERMINATE -- CONSOLE VERDICT AND THE RETURN CODE       *
005260*    OPERATIONS KEYS THE MORNING HANDOFF OFF OF, AND THE         *
005270*    VERDICT STAMPED ON THE BUSINESS-DATE RECORD.                *
005280******************************************************************
005290 8000-TERMINATE.
005300     CLOSE RUN-EVENT-FILE VERIFY-REPORT
005310     IF STREAM-FAILED
005320         DISPLAY "RUNVRFY: *** NIGHTLY STREAM INCOMPLETE OR "
005330                 "FAILED - SEE VERIFICATION REPORT ***"
005340             UPON CONSL
005350         MOVE 8 TO RETURN-CODE
005360         MOVE ZERO TO BUS-VERIFIED-DATE
005370     ELSE
005380         DISPLAY "RUNVRFY: STREAM VERIFIED COMPLETE, "
005390                 STEP-COUNT " STEPS" UPON CONSL
005400         MOVE BUS-PROCESSING-DATE TO BUS-VERIFIED-DATE
005410     END-IF
005420     PERFORM 8100-STAMP-BUSINESS-DATE THRU 8100-EXIT.
005430 8000-EXIT.
005440     EXIT.
005450******************************************************************
005460*    8100-STAMP-BUSINESS-DATE -- REWRITE THE ONE RECORD WHOLE    *
005470*    WITH THE VERIFIED DATE SET OR CLEARED.                      *
005480******************************************************************
005490 8100-STAMP-BUSINESS-DATE.
005500     OPEN OUTPUT BUSINESS-DATE-FILE
005510     IF BUSINESS-DATE-STATUS NOT = "00"
005520      AND BUSINESS-DATE-STATUS NOT = "05"
005530         DISPLAY "RUNVRFY: OPEN FAILED, BUSDATE STATUS "
005540                 BUSINESS-DATE-STATUS UPON CONSL
005550         GO TO 9999-ABORT-RUN
005560     END-IF
005570     WRITE BUSINESS-DATE-FILE-RECORD FROM BUSINESS-DATE-RECORD
005580     CLOSE BUSINESS-DATE-FILE.
005590 8100-EXIT.
005600     EXIT.
005610******************************************************************
005620*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
005630******************************************************************
005640 9999-ABORT-RUN.
005650     DISPLAY "RUNVRFY: RUN ABORTED" UPON CONSL
005660     MOVE 16 TO RETURN-CODE
005670     STOP RUN.
