000120*    UNACKNOWLEDGED, SHORT, LONG OR OFF ON THE HASH, SO A        *
000130*    FAILED REGIONAL LOAD SURFACES THE NEXT MORNING INSTEAD      *
000140*    OF DAYS LATER.                                              *
000150*                                                                *
000160*    BY MORNING THE BUSINESS-DATE CONTROL RECORD (BUSDATE) HAS   *
000170*    ROLLED, SO ITS PRIOR BUSINESS DATE IS THE NIGHT JUST SENT.  *
000180*    A MISSING MANIFEST FOR THAT DATE IS A FAULT AS WELL.        *
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    CSVACK.
000220 AUTHOR.        R. T. CALDWELL.
000230 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000240 DATE-WRITTEN.  09/02/26.
000250 DATE-COMPILED.
000260******************************************************************
000270*                     MODIFICATION HISTORY                       *
000280*  DATE      INIT  DESCRIPTION                                   *
000290*  --------  ----  ---------------------------------------------*
000300*  09/02/26  RTC   INITIAL VERSION                               *
000310*  10/15/26  RTC   EXPECT A MANIFEST FOR THE PRIOR BUSINESS DATE *
000320*                  ON THE BUSINESS-DATE CONTROL RECORD (BUSDATE) *
000330*                  AND FAULT ITS ABSENCE; DATE ON THE HEADING    *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  GNULINUX.
000380 OBJECT-COMPUTER.  HERCULES.
000390 SPECIAL-NAMES.
000400     CONSOLE IS CONSL.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MANIFEST-FILE
000440         ASSIGN TO CSVMANI
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS MANIFEST-FILE-STATUS.
000470     SELECT OPTIONAL ACKNOWLEDGMENT-FILE
000480         ASSIGN TO ACKIN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS ACKNOWLEDGMENT-STATUS.
000510     SELECT BUSINESS-DATE-FILE
000520         ASSIGN TO BUSDATE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS BUSINESS-DATE-STATUS.
000550     SELECT MATCH-REPORT
000560         ASSIGN TO ACKPRINT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS MATCH-REPORT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  MANIFEST-FILE.
000620     COPY CSVMANI.
000630 FD  ACKNOWLEDGMENT-FILE.
000640*    THE REGIONAL OFFICE ECHOES THE MANIFEST FIELDS BACK IN
000650*    THE SAME PICTURES (SEE COPYBOOK CSVMANI).
000660 01  ACKNOWLEDGMENT-RECORD.
000670     03  ACK-RUN-DATE            PIC 9(08).
000680     03  ACK-LINE-COUNT          PIC 9(07).
000690     03  ACK-HASH-TOTAL          PIC S9(11)V99
000700                                 SIGN IS LEADING SEPARATE.
000710     03  FILLER                  PIC X(51).
000720 FD  BUSINESS-DATE-FILE.
000730     COPY BUSDATE.
000740 FD  MATCH-REPORT.
000750 01  MATCH-PRINT-LINE            PIC X(132).
000760 WORKING-STORAGE SECTION.
000770 77  MANIFEST-FILE-STATUS        PIC X(02) VALUE SPACES.
000780 77  ACKNOWLEDGMENT-STATUS       PIC X(02) VALUE SPACES.
000790 77  MATCH-REPORT-STATUS         PIC X(02) VALUE SPACES.
000800 77  BUSINESS-DATE-STATUS        PIC X(02) VALUE SPACES.
000810 77  AT-END-OF-MANIFEST-FLAG     PIC X(01) VALUE "N".
000820     88  AT-END-OF-MANIFEST                VALUE "Y".
000830 77  AT-END-OF-ACKS-FLAG         PIC X(01) VALUE "N".
000840     88  AT-END-OF-ACKS                    VALUE "Y".
000850 77  ACK-FOUND-FLAG              PIC X(01) VALUE "N".
000860     88  ACK-FOUND                         VALUE "Y".
000870 77  ANY-FAULT-FLAG              PIC X(01) VALUE "N".
000880     88  ANY-FAULT                         VALUE "Y".
000890 77  EXPECTED-FOUND-FLAG         PIC X(01) VALUE "N".
000900     88  EXPECTED-FOUND                    VALUE "Y".
000910 77  EXPECTED-RUN-DATE           PIC 9(08) VALUE ZERO.
000920 77  MANIFESTS-READ-COUNT        PIC 9(05) COMP VALUE ZERO.
000930 77  ACKS-READ-COUNT             PIC 9(05) COMP VALUE ZERO.
000940 77  MATCHED-COUNT               PIC 9(05) COMP VALUE ZERO.
000950 77  FAULT-COUNT                 PIC 9(05) COMP VALUE ZERO.
000960 77  ACK-SUB                     PIC 9(03) COMP VALUE ZERO.
000970 77  MATCH-LINE-COUNT            PIC 9(03) COMP VALUE 99.
000980 77  MATCH-PAGE-COUNT            PIC 9(03) COMP VALUE ZERO.
000990 77  MATCH-PAGE-LIMIT            PIC 9(03) COMP VALUE 55.
001000 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
001010*    ACKNOWLEDGMENTS LOADED UP FRONT; MANIFESTS ARE THEN
001020*    MATCHED AGAINST THE TABLE ONE BY ONE.  A FULL TABLE
001030*    ABORTS THE RUN RATHER THAN LET A TRANSMISSION GO
001040*    UNCHECKED.
001050 01  ACK-TABLE.
001060     03  ACK-COUNT               PIC 9(03) COMP VALUE ZERO.
001070     03  ACK-MAX                 PIC 9(03) COMP VALUE 50.
001080     03  ACK-ENTRY OCCURS 50 TIMES
001090             INDEXED BY ACK-IDX.
001100         05  AK-RUN-DATE         PIC 9(08).
001110         05  AK-LINE-COUNT       PIC 9(07).
001120         05  AK-HASH-TOTAL       PIC S9(11)V99.
001130         05  AK-MATCHED-FLAG     PIC X(01).
001140 01  MATCH-HEADING-1.
001150     03  FILLER                  PIC X(38)
001160         VALUE "CSV EXTRACT ACKNOWLEDGMENT MATCH".
001170     03  FILLER                  PIC X(06) VALUE SPACES.
001180     03  FILLER                  PIC X(04) VALUE "RUN ".
001190     03  MH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001200     03  FILLER                  PIC X(04) VALUE SPACES.
001210     03  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
001220     03  MH1-BUSINESS-DATE       PIC 99/99/9999.
001230     03  FILLER                  PIC X(32) VALUE SPACES.
001240     03  FILLER                  PIC X(05) VALUE "PAGE ".
001250     03  MH1-PAGE                PIC ZZ9.
001260 01  MATCH-HEADING-2.
001270     03  FILLER                  PIC X(12) VALUE "RUN DATE".
001280     03  FILLER                  PIC X(22)
001290         VALUE "   SENT LINES".
001300     03  FILLER                  PIC X(22)
001310         VALUE "   ACKED LINES".
001320     03  FILLER                  PIC X(40) VALUE "  DISPOSITION".
001330     03  FILLER                  PIC X(36) VALUE SPACES.
001340 01  MATCH-DETAIL-LINE.
001350     03  MD-RUN-DATE             PIC 99/99/9999.
001360     03  FILLER                  PIC X(02) VALUE SPACES.
001370     03  MD-SENT-LINES           PIC Z,ZZZ,ZZ9.
001380     03  FILLER                  PIC X(13) VALUE SPACES.
001390     03  MD-ACKED-LINES          PIC Z,ZZZ,ZZ9.
001400     03  FILLER                  PIC X(13) VALUE SPACES.
001410     03  MD-DISPOSITION          PIC X(40).
001420     03  FILLER                  PIC X(36) VALUE SPACES.
001430 01  MATCH-TOTAL-LINE.
001440     03  MT-TOTAL-TEXT           PIC X(24).
001450     03  MT-TOTAL-COUNT          PIC ZZZ,ZZ9.
001460     03  FILLER                  PIC X(101) VALUE SPACES.
001470 01  MATCH-VERDICT-LINE.
001480     03  MV-TEXT                 PIC X(52).
001490     03  FILLER                  PIC X(80) VALUE SPACES.
001500 PROCEDURE DIVISION.
001510******************************************************************
001520*    0000-MAINLINE -- RUN CONTROL.                               *
001530******************************************************************
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560     PERFORM 2000-LOAD-ACKNOWLEDGMENT THRU 2000-EXIT
001570         UNTIL AT-END-OF-ACKS
001580     PERFORM 3000-MATCH-ONE-MANIFEST THRU 3000-EXIT
001590         UNTIL AT-END-OF-MANIFEST
001600     PERFORM 5000-SWEEP-UNMATCHED-ACKS THRU 5000-EXIT
001610     PERFORM 6000-CHECK-EXPECTED-MANIFEST THRU 6000-EXIT
001620     PERFORM 8000-TERMINATE THRU 8000-EXIT
001630     STOP RUN.
001640******************************************************************
001650*    1000-INITIALIZE -- OPEN FILES.                              *
001660******************************************************************
001670 1000-INITIALIZE.
001680     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
001690     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
001700     OPEN INPUT  MANIFEST-FILE
001710          INPUT  ACKNOWLEDGMENT-FILE
001720          OUTPUT MATCH-REPORT
001730     IF MANIFEST-FILE-STATUS NOT = "00"
001740         DISPLAY "CSVACK: OPEN FAILED, CSVMANI STATUS "
001750                 MANIFEST-FILE-STATUS UPON CONSL
001760         GO TO 9999-ABORT-RUN
001770     END-IF
001780     PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
001790     WRITE MATCH-PRINT-LINE FROM MATCH-HEADING-2
001800         AFTER ADVANCING 2 LINES
001810     MOVE SPACES TO MATCH-PRINT-LINE
001820     WRITE MATCH-PRINT-LINE AFTER ADVANCING 1 LINE
001830     ADD 3 TO MATCH-LINE-COUNT.
001840 1000-EXIT.
001850     EXIT.
001860******************************************************************
001870*    1050-READ-BUSINESS-DATE -- THE TRANSMISSION THAT MUST BE    *
001880*    HERE THIS MORNING IS THE PRIOR BUSINESS DATE'S.             *
001890******************************************************************
001900 1050-READ-BUSINESS-DATE.
001910     OPEN INPUT BUSINESS-DATE-FILE
001920     IF BUSINESS-DATE-STATUS NOT = "00"
001930         DISPLAY "CSVACK: OPEN FAILED, BUSDATE STATUS "
001940                 BUSINESS-DATE-STATUS UPON CONSL
001950         GO TO 9999-ABORT-RUN
001960     END-IF
001970     READ BUSINESS-DATE-FILE
001980         AT END
001990             DISPLAY "CSVACK: NO BUSINESS-DATE RECORD (BUSDATE)"
002000                 UPON CONSL
002010             GO TO 9999-ABORT-RUN
002020     END-READ
002030     MOVE BUS-PRIOR-DATE TO EXPECTED-RUN-DATE
002040     MOVE BUS-PRIOR-DATE TO MH1-BUSINESS-DATE
002050     CLOSE BUSINESS-DATE-FILE.
002060 1050-EXIT.
002070     EXIT.
002080******************************************************************
002090*    2000-LOAD-ACKNOWLEDGMENT -- ONE ACKNOWLEDGMENT INTO THE     *
002100*    TABLE.                                                      *
002110******************************************************************
002120 2000-LOAD-ACKNOWLEDGMENT.
002130     READ ACKNOWLEDGMENT-FILE
002140         AT END
002150             MOVE "Y" TO AT-END-OF-ACKS-FLAG
002160             GO TO 2000-EXIT
002170     END-READ
002180     ADD 1 TO ACKS-READ-COUNT
002190     IF ACK-COUNT >= ACK-MAX
002200         DISPLAY "CSVACK: ACKNOWLEDGMENT TABLE FULL"
002210             UPON CONSL
002220         GO TO 9999-ABORT-RUN
002230     END-IF
002240     ADD 1 TO ACK-COUNT
002250     SET ACK-IDX TO ACK-COUNT
002260     MOVE ACK-RUN-DATE   TO AK-RUN-DATE (ACK-IDX)
002270     MOVE ACK-LINE-COUNT TO AK-LINE-COUNT (ACK-IDX)
002280     MOVE ACK-HASH-TOTAL TO AK-HASH-TOTAL (ACK-IDX)
002290     MOVE "N"            TO AK-MATCHED-FLAG (ACK-IDX).
002300 2000-EXIT.
002310     EXIT.
002320******************************************************************
002330*    3000-MATCH-ONE-MANIFEST -- FIND THE ACKNOWLEDGMENT FOR      *
002340*    THE MANIFEST'S RUN DATE AND COMPARE COUNT AND HASH.         *
002350*    ANYTHING BUT A CLEAN MATCH IS A FAULT.                      *
002360******************************************************************
002370 3000-MATCH-ONE-MANIFEST.
002380     READ MANIFEST-FILE
002390         AT END
002400             MOVE "Y" TO AT-END-OF-MANIFEST-FLAG
002410             GO TO 3000-EXIT
002420     END-READ
002430     ADD 1 TO MANIFESTS-READ-COUNT
002440     IF MANIFEST-RUN-DATE = EXPECTED-RUN-DATE
002450         MOVE "Y" TO EXPECTED-FOUND-FLAG
002460     END-IF
002470     MOVE MANIFEST-RUN-DATE   TO MD-RUN-DATE
002480     MOVE MANIFEST-LINE-COUNT TO MD-SENT-LINES
002490     MOVE "N" TO ACK-FOUND-FLAG
002500     IF ACK-COUNT = ZERO
002510         CONTINUE
002520     ELSE
002530         SET ACK-IDX TO 1
002540         SEARCH ACK-ENTRY
002550             AT END
002560                 CONTINUE
002570             WHEN ACK-IDX > ACK-COUNT
002580                 CONTINUE
002590             WHEN AK-RUN-DATE (ACK-IDX) = MANIFEST-RUN-DATE
002600                 MOVE "Y" TO ACK-FOUND-FLAG
002610         END-SEARCH
002620     END-IF
002630     IF NOT ACK-FOUND
002640         MOVE ZERO TO MD-ACKED-LINES
002650         MOVE "*** NOT ACKNOWLEDGED ***" TO MD-DISPOSITION
002660         PERFORM 4000-RAISE-FAULT THRU 4000-EXIT
002670         PERFORM 7600-WRITE-DETAIL-LINE THRU 7600-EXIT
002680         GO TO 3000-EXIT
002690     END-IF
002700     MOVE "Y" TO AK-MATCHED-FLAG (ACK-IDX)
002710     MOVE AK-LINE-COUNT (ACK-IDX) TO MD-ACKED-LINES
002720     EVALUATE TRUE
002730         WHEN AK-LINE-COUNT (ACK-IDX)
002740                 NOT = MANIFEST-LINE-COUNT
002750             MOVE "*** LINE COUNT MISMATCH ***"
002760                 TO MD-DISPOSITION
002770             PERFORM 4000-RAISE-FAULT THRU 4000-EXIT
002780         WHEN AK-HASH-TOTAL (ACK-IDX)
002790                 NOT = MANIFEST-HASH-TOTAL
002800             MOVE "*** HASH TOTAL MISMATCH ***"
002810                 TO MD-DISPOSITION
002820             PERFORM 4000-RAISE-FAULT THRU 4000-EXIT
002830         WHEN OTHER
002840             ADD 1 TO MATCHED-COUNT
002850             MOVE "ACKNOWLEDGED AND IN BALANCE"
002860                 TO MD-DISPOSITION
002870     END-EVALUATE
002880     PERFORM 7600-WRITE-DETAIL-LINE THRU 7600-EXIT.
002890 3000-EXIT.
002900     EXIT.
002910******************************************************************
002920*    4000-RAISE-FAULT -- CONSOLE ALERT FOR ONE BAD OR MISSING    *
002930*    TRANSMISSION; THE RUN ENDS WITH RETURN CODE 8.              *
002940******************************************************************
002950 4000-RAISE-FAULT.
002960     MOVE "Y" TO ANY-FAULT-FLAG
002970     ADD 1 TO FAULT-COUNT
002980     DISPLAY "CSVACK: *** TRANSMISSION OF " MANIFEST-RUN-DATE
002990             " NOT CONFIRMED - " MD-DISPOSITION UPON CONSL.
003000 4000-EXIT.
003010     EXIT.
003020******************************************************************
003030*    5000-SWEEP-UNMATCHED-ACKS -- AN ACKNOWLEDGMENT WITH NO      *
003040*    MANIFEST MEANS THE FILES ARE OUT OF STEP AND IS WORTH A     *
003050*    LINE, THOUGH NOT A FAULT.                                   *
003060******************************************************************
003070 5000-SWEEP-UNMATCHED-ACKS.
003080     IF ACK-COUNT = ZERO
003090         GO TO 5000-EXIT
003100     END-IF
003110     PERFORM 5100-CHECK-ONE-ACK THRU 5100-EXIT
003120         VARYING ACK-SUB FROM 1 BY 1
003130         UNTIL ACK-SUB > ACK-COUNT.
003140 5000-EXIT.
003150     EXIT.
003160 5100-CHECK-ONE-ACK.
003170     IF AK-MATCHED-FLAG (ACK-SUB) = "Y"
003180         GO TO 5100-EXIT
003190     END-IF
003200     MOVE AK-RUN-DATE (ACK-SUB)   TO MD-RUN-DATE
003210     MOVE ZERO                    TO MD-SENT-LINES
003220     MOVE AK-LINE-COUNT (ACK-SUB) TO MD-ACKED-LINES
003230     MOVE "ACKNOWLEDGMENT WITHOUT A MANIFEST"
003240         TO MD-DISPOSITION
003250     PERFORM 7600-WRITE-DETAIL-LINE THRU 7600-EXIT.
003260 5100-EXIT.
003270     EXIT.
003280******************************************************************
003290*    6000-CHECK-EXPECTED-MANIFEST -- NO MANIFEST AT ALL FOR THE  *
003300*    PRIOR BUSINESS DATE MEANS THE NIGHT'S EXTRACT WAS NEVER     *
003310*    CUT OR NEVER REACHED THIS FILE.                             *
003320******************************************************************
003330 6000-CHECK-EXPECTED-MANIFEST.
003340     IF EXPECTED-FOUND
003350         GO TO 6000-EXIT
003360     END-IF
003370     MOVE EXPECTED-RUN-DATE TO MD-RUN-DATE
003380     MOVE ZERO              TO MD-SENT-LINES
003390     MOVE ZERO              TO MD-ACKED-LINES
003400     MOVE "*** NO MANIFEST FOR BUSINESS DATE ***"
003410         TO MD-DISPOSITION
003420     MOVE "Y" TO ANY-FAULT-FLAG
003430     ADD 1 TO FAULT-COUNT
003440     DISPLAY "CSVACK: *** NO MANIFEST FOR BUSINESS DATE "
003450             EXPECTED-RUN-DATE UPON CONSL
003460     PERFORM 7600-WRITE-DETAIL-LINE THRU 7600-EXIT.
003470 6000-EXIT.
003480     EXIT.
003490******************************************************************
003500*    7500-PAGE-HEADING AND PRINT HELPERS.                        *
003510******************************************************************
003520 7500-PAGE-HEADING.
003530     ADD 1 TO MATCH-PAGE-COUNT
003540     MOVE RUN-TIMESTAMP (1:16) TO MH1-TIMESTAMP
003550     MOVE MATCH-PAGE-COUNT     TO MH1-PAGE
003560     WRITE MATCH-PRINT-LINE FROM MATCH-HEADING-1
003570         AFTER ADVANCING PAGE
003580     MOVE 1 TO MATCH-LINE-COUNT.
003590 7500-EXIT.
003600     EXIT.
003610 7600-WRITE-DETAIL-LINE.
003620     IF MATCH-LINE-COUNT >= MATCH-PAGE-LIMIT
003630         PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
003640     END-IF
003650     WRITE MATCH-PRINT-LINE FROM MATCH-DETAIL-LINE
003660         AFTER ADVANCING 1 LINE
003670     ADD 1 TO MATCH-LINE-COUNT.
003680 7600-EXIT.
003690     EXIT.
003700******************************************************************
003710*    8000-TERMINATE -- CONTROL COUNTS, THE VERDICT, AND THE      *
003720*    RETURN CODE OPERATIONS ACTS ON.                             *
003730******************************************************************
003740 8000-TERMINATE.
003750     MOVE SPACES TO MATCH-PRINT-LINE
003760     WRITE MATCH-PRINT-LINE AFTER ADVANCING 2 LINES
003770     MOVE "MANIFESTS READ        : " TO MT-TOTAL-TEXT
003780     MOVE MANIFESTS-READ-COUNT       TO MT-TOTAL-COUNT
003790     WRITE MATCH-PRINT-LINE FROM MATCH-TOTAL-LINE
003800         AFTER ADVANCING 1 LINE
003810     MOVE "ACKNOWLEDGMENTS READ  : " TO MT-TOTAL-TEXT
003820     MOVE ACKS-READ-COUNT            TO MT-TOTAL-COUNT
003830     WRITE MATCH-PRINT-LINE FROM MATCH-TOTAL-LINE
003840         AFTER ADVANCING 1 LINE
003850     MOVE "MATCHED IN BALANCE    : " TO MT-TOTAL-TEXT
003860     MOVE MATCHED-COUNT              TO MT-TOTAL-COUNT
003870     WRITE MATCH-PRINT-LINE FROM MATCH-TOTAL-LINE
003880         AFTER ADVANCING 1 LINE
003890     MOVE "FAULTS                : " TO MT-TOTAL-TEXT
003900     MOVE FAULT-COUNT                TO MT-TOTAL-COUNT
003910     WRITE MATCH-PRINT-LINE FROM MATCH-TOTAL-LINE
003920         AFTER ADVANCING 1 LINE
003930     MOVE SPACES TO MATCH-PRINT-LINE
003940     WRITE MATCH-PRINT-LINE AFTER ADVANCING 1 LINE
003950     IF ANY-FAULT
003960         MOVE "*** TRANSMISSION NOT CONFIRMED - SEE ABOVE ***"
003970             TO MV-TEXT
003980     ELSE
003990         MOVE "ALL TRANSMISSIONS ACKNOWLEDGED AND IN BALANCE"
004000             TO MV-TEXT
004010     END-IF
004020     WRITE MATCH-PRINT-LINE FROM MATCH-VERDICT-LINE
004030         AFTER ADVANCING 1 LINE
004040     CLOSE MANIFEST-FILE ACKNOWLEDGMENT-FILE MATCH-REPORT
004050     IF ANY-FAULT
004060         MOVE 8 TO RETURN-CODE
004070     ELSE
004080         DISPLAY "CSVACK: " MATCHED-COUNT
004090                 " TRANSMISSIONS CONFIRMED" UPON CONSL
004100     END-IF.
004110 8000-EXIT.
004120     EXIT.
004130******************************************************************
004140*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
004150******************************************************************
004160 9999-ABORT-RUN.
004170     DISPLAY "CSVACK: RUN ABORTED" UPON CONSL
004180     MOVE 16 TO RETURN-CODE
004190     STOP RUN.
