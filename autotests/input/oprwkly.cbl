000010******************************************************************
000020*    OPRWKLY -- WEEKLY OPERATOR REFUSAL AND CERTIFICATION        *
000030*    EXPIRY REPORT.                                              *
000040*                                                                *
000050*    READS THE REFUSED-COMMAND LOG (REFUSLOG) CUT BY SPEEDCTL    *
000060*    AND COUNTS THE COMMANDS REFUSED IN THE SEVEN DAYS ENDING ON *
000070*    THE RUN DATE BY OPERATOR AND MACHINE AND BY REASON (NOT     *
000080*    CERTIFIED, CERTIFICATION EXPIRED, NO RESET AUTHORITY,       *
000090*    INVALID RESET CODE), WITH AN OPERATOR TOTAL.  A SECOND PAGE *
000100*    LISTS EVERY CERTIFICATION ON THE ROSTER (OPRCERT) EXPIRING  *
000110*    WITHIN THE NEXT THIRTY DAYS SO THE SAFETY OFFICE CAN        *
000120*    SCHEDULE RECERTIFICATION BEFORE SPEEDCTL STARTS REFUSING.   *
000130*    RUN WEEKLY FOR THE SAFETY OFFICE.                           *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.    OPRWKLY.
000170 AUTHOR.        R. T. CALDWELL.
000180 INSTALLATION.  MIDWEST REGIONAL SALES ACCOUNTING.
000190 DATE-WRITTEN.  10/15/26.
000200 DATE-COMPILED.
000210******************************************************************
000220*                     MODIFICATION HISTORY                       *
000230*  DATE      INIT  DESCRIPTION                                   *
000240*  --------  ----  ---------------------------------------------*
000250*  10/15/26  RTC   INITIAL VERSION                               *
000260*  10/15/26  RTC   SKIP ROSTER RECORDS WITH A BAD RESET FLAG, AS *
000270*                  SPEEDCTL DOES                                 *
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.  GNULINUX.
000320 OBJECT-COMPUTER.  HERCULES.
000330 SPECIAL-NAMES.
000340     CONSOLE IS CONSL.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL REFUSAL-LOG
000380         ASSIGN TO REFUSLOG
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS REFUSAL-LOG-STATUS.
000410     SELECT OPERATOR-CERT-FILE
000420         ASSIGN TO OPRCERT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS OPERATOR-CERT-STATUS.
000450     SELECT WEEKLY-REPORT
000460         ASSIGN TO OPRPRINT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WEEKLY-REPORT-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  REFUSAL-LOG.
000520     COPY REFUSREC.
000530 FD  OPERATOR-CERT-FILE.
000540     COPY OPRCERT.
000550 FD  WEEKLY-REPORT.
000560 01  WEEKLY-PRINT-LINE           PIC X(132).
000570 WORKING-STORAGE SECTION.
000580 77  REFUSAL-LOG-STATUS          PIC X(02) VALUE SPACES.
000590 77  OPERATOR-CERT-STATUS        PIC X(02) VALUE SPACES.
000600 77  WEEKLY-REPORT-STATUS        PIC X(02) VALUE SPACES.
000610 77  AT-END-OF-REFUSALS-FLAG     PIC X(01) VALUE "N".
000620     88  AT-END-OF-REFUSALS                VALUE "Y".
000630 77  AT-END-OF-CERTS-FLAG        PIC X(01) VALUE "N".
000640     88  AT-END-OF-CERTS                   VALUE "Y".
000650 77  REFUSALS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
000660 77  REFUSALS-IN-WEEK-COUNT      PIC 9(07) COMP VALUE ZERO.
000670 77  CERTS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
000680 77  CERTS-EXPIRING-COUNT        PIC 9(05) COMP VALUE ZERO.
000690 77  REASON-SUB                  PIC 9(02) COMP VALUE ZERO.
000700 77  SORT-I                      PIC 9(04) COMP VALUE ZERO.
000710 77  SORT-J                      PIC 9(04) COMP VALUE ZERO.
000720 77  SORT-HOLD                   PIC 9(04) COMP VALUE ZERO.
000730 77  BREAK-OPERATOR-ID           PIC X(08) VALUE SPACES.
000740 77  RPT-LINE-COUNT              PIC 9(03) COMP VALUE 99.
000750 77  RPT-PAGE-COUNT              PIC 9(03) COMP VALUE ZERO.
000760 77  RPT-PAGE-LIMIT              PIC 9(03) COMP VALUE 55.
000770 77  RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
000780*    SERIAL DATE WORK FIELDS (MARCH-BASED SERIAL DAY AS IN
000790*    LOGARCH 6900-DATE-TO-SERIAL; ONLY DIFFERENCES OF SERIALS
000800*    ARE USED).
000810 01  WORK-DATE-NUM               PIC 9(08) VALUE ZERO.
000820 01  WORK-DATE-X                 REDEFINES WORK-DATE-NUM.
000830     03  WORK-DATE-YYYY          PIC 9(04).
000840     03  WORK-DATE-MM            PIC 9(02).
000850     03  WORK-DATE-DD            PIC 9(02).
000860 77  ADJUSTED-YEAR               PIC S9(09) COMP VALUE ZERO.
000870 77  ADJUSTED-MONTH              PIC S9(04) COMP VALUE ZERO.
000880 77  WORK-SERIAL-DAYS            PIC S9(09) COMP VALUE ZERO.
000890 77  TODAY-SERIAL-DAYS           PIC S9(09) COMP VALUE ZERO.
000900 77  DAYS-DIFFERENCE             PIC S9(09) COMP VALUE ZERO.
000910*    WEEK AND LOOK-AHEAD WINDOWS, IN DAYS BACK FROM AND AHEAD OF
000920*    THE RUN DATE.  THE WEEK INCLUDES THE RUN DATE ITSELF.
000930 77  WEEK-DAYS-BACK              PIC 9(03) COMP VALUE 6.
000940 77  EXPIRY-DAYS-AHEAD           PIC 9(03) COMP VALUE 30.
000950*    ONE ENTRY PER OPERATOR AND MACHINE REFUSED IN THE WEEK,
000960*    COUNTED BY REASON CODE (01-04).  A FULL TABLE ABORTS THE
000970*    RUN SO NO REFUSAL DROPS OFF THE REPORT SILENTLY.
000980 01  REFUSAL-TABLE.
000990     03  REFUSAL-COUNT           PIC 9(04) COMP VALUE ZERO.
001000     03  REFUSAL-MAX             PIC 9(04) COMP VALUE 500.
001010     03  REFUSAL-ENTRY OCCURS 500 TIMES
001020             INDEXED BY REFUSAL-IDX.
001030         05  RA-KEY.
001040             07  RA-OPERATOR-ID  PIC X(08).
001050             07  RA-MACHINE-ID   PIC X(02).
001060         05  RA-REASON-COUNT     OCCURS 4 TIMES
001070                                 PIC 9(05) COMP.
001080         05  RA-TOTAL-COUNT      PIC 9(05) COMP.
001090 01  REFUSAL-ORDER-TABLE.
001100     03  ORDER-ENTRY OCCURS 500 TIMES
001110                                 PIC 9(04) COMP.
001120 01  OPERATOR-TOTAL-AREA.
001130     03  OT-REASON-COUNT         OCCURS 4 TIMES
001140                                 PIC 9(05) COMP.
001150     03  OT-TOTAL-COUNT          PIC 9(05) COMP.
001160*    OPERATOR NAMES FROM THE ROSTER, FOR THE REFUSAL PAGE.  AN
001170*    OPERATOR NOT ON THE ROSTER PRINTS WITHOUT A NAME.
001180 01  NAME-TABLE.
001190     03  NAME-COUNT              PIC 9(04) COMP VALUE ZERO.
001200     03  NAME-MAX                PIC 9(04) COMP VALUE 500.
001210     03  NAME-ENTRY OCCURS 500 TIMES
001220             INDEXED BY NAME-IDX.
001230         05  NT-OPERATOR-ID      PIC X(08).
001240         05  NT-OPERATOR-NAME    PIC X(24).
001250 01  DATE-EDIT-WORK.
001260     03  DE-MM                   PIC 9(02).
001270     03  FILLER                  PIC X(01) VALUE "/".
001280     03  DE-DD                   PIC 9(02).
001290     03  FILLER                  PIC X(01) VALUE "/".
001300     03  DE-YYYY                 PIC 9(04).
001310 01  REPORT-HEADING-1.
001320     03  FILLER                  PIC X(42)
001330         VALUE "OPERATOR REFUSALS AND CERTIFICATION EXPIRY".
001340     03  FILLER                  PIC X(02) VALUE SPACES.
001350     03  FILLER                  PIC X(04) VALUE "RUN ".
001360     03  RH1-TIMESTAMP           PIC X(16) VALUE SPACES.
001370     03  FILLER                  PIC X(60) VALUE SPACES.
001380     03  FILLER                  PIC X(05) VALUE "PAGE ".
001390     03  RH1-PAGE                PIC ZZ9.
001400 01  REFUSAL-HEADER-LINE.
001410     03  FILLER                  PIC X(42)
001420         VALUE "REFUSED COMMANDS BY OPERATOR AND MACHINE,".
001430     03  FILLER                  PIC X(15) VALUE " 7 DAYS ENDING".
001440     03  FILLER                  PIC X(01) VALUE SPACES.
001450     03  RHL-WEEK-END            PIC X(10).
001460     03  FILLER                  PIC X(64) VALUE SPACES.
001470 01  REFUSAL-HEADING-2.
001480     03  FILLER                  PIC X(10) VALUE "OPERATOR".
001490     03  FILLER                  PIC X(26) VALUE "NAME".
001500     03  FILLER                  PIC X(02) VALUE "MC".
001510     03  FILLER                  PIC X(12) VALUE "    NOT CERT".
001520     03  FILLER                  PIC X(12) VALUE "     EXPIRED".
001530     03  FILLER                  PIC X(12) VALUE " NO RST AUTH".
001540     03  FILLER                  PIC X(12) VALUE "  BAD RST CD".
001550     03  FILLER                  PIC X(12) VALUE "       TOTAL".
001560     03  FILLER                  PIC X(34) VALUE SPACES.
001570 01  REFUSAL-DETAIL-LINE.
001580     03  RD-OPERATOR-ID          PIC X(08).
001590     03  FILLER                  PIC X(02) VALUE SPACES.
001600     03  RD-OPERATOR-NAME        PIC X(24).
001610     03  FILLER                  PIC X(02) VALUE SPACES.
001620     03  RD-MACHINE-ID           PIC X(02).
001630     03  RD-COUNT-SLOT           OCCURS 5 TIMES.
001640         05  FILLER              PIC X(05).
001650         05  RD-COUNT            PIC ZZZ,ZZ9.
001660     03  FILLER                  PIC X(34) VALUE SPACES.
001670 01  EXPIRY-HEADER-LINE.
001680     03  FILLER                  PIC X(41)
001690         VALUE "CERTIFICATIONS EXPIRING WITHIN 30 DAYS OF".
001700     03  FILLER                  PIC X(01) VALUE SPACES.
001710     03  EHL-RUN-DATE            PIC X(10).
001720     03  FILLER                  PIC X(80) VALUE SPACES.
001730 01  EXPIRY-HEADING-2.
001740     03  FILLER                  PIC X(10) VALUE "OPERATOR".
001750     03  FILLER                  PIC X(26) VALUE "NAME".
001760     03  FILLER                  PIC X(06) VALUE "MC".
001770     03  FILLER                  PIC X(12) VALUE "EXPIRES".
001780     03  FILLER                  PIC X(11) VALUE "DAYS LEFT".
001790     03  FILLER                  PIC X(67)
001800         VALUE "RESET AUTHORITY".
001810 01  EXPIRY-DETAIL-LINE.
001820     03  ED-OPERATOR-ID          PIC X(08).
001830     03  FILLER                  PIC X(02) VALUE SPACES.
001840     03  ED-OPERATOR-NAME        PIC X(24).
001850     03  FILLER                  PIC X(02) VALUE SPACES.
001860     03  ED-MACHINE-ID           PIC X(02).
001870     03  FILLER                  PIC X(04) VALUE SPACES.
001880     03  ED-EXPIRY-DATE          PIC X(10).
001890     03  FILLER                  PIC X(04) VALUE SPACES.
001900     03  ED-DAYS-LEFT            PIC ZZ9.
001910     03  FILLER                  PIC X(06) VALUE SPACES.
001920     03  ED-RESET-AUTHORITY      PIC X(03).
001930     03  FILLER                  PIC X(64) VALUE SPACES.
001940 01  REPORT-TOTAL-LINE.
001950     03  RT-TOTAL-TEXT           PIC X(24).
001960     03  RT-TOTAL-COUNT          PIC ZZZ,ZZ9.
001970     03  FILLER                  PIC X(101) VALUE SPACES.
001980 PROCEDURE DIVISION.
001990******************************************************************
002000*    0000-MAINLINE -- RUN CONTROL.                               *
002010******************************************************************
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002040     PERFORM 2000-LOAD-NAME THRU 2000-EXIT
002050         UNTIL AT-END-OF-CERTS
002060     PERFORM 3000-TALLY-REFUSAL THRU 3000-EXIT
002070         UNTIL AT-END-OF-REFUSALS
002080     PERFORM 5000-PRINT-REFUSALS THRU 5000-EXIT
002090     PERFORM 6000-PRINT-EXPIRING THRU 6000-EXIT
002100     PERFORM 8000-TERMINATE THRU 8000-EXIT
002110     STOP RUN.
002120******************************************************************
002130*    1000-INITIALIZE -- OPEN FILES AND SET TODAY'S SERIAL DAY    *
002140*    FOR THE WEEK AND LOOK-AHEAD WINDOWS.                        *
002150******************************************************************
002160 1000-INITIALIZE.
002170     MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
002180     OPEN INPUT  REFUSAL-LOG
002190          INPUT  OPERATOR-CERT-FILE
002200          OUTPUT WEEKLY-REPORT
002210     IF OPERATOR-CERT-STATUS NOT = "00"
002220         DISPLAY "OPRWKLY: OPEN FAILED, OPRCERT STATUS "
002230                 OPERATOR-CERT-STATUS UPON CONSL
002240         GO TO 9999-ABORT-RUN
002250     END-IF
002260     MOVE RUN-TIMESTAMP (1:8) TO WORK-DATE-NUM
002270     MOVE WORK-DATE-MM   TO DE-MM
002280     MOVE WORK-DATE-DD   TO DE-DD
002290     MOVE WORK-DATE-YYYY TO DE-YYYY
002300     MOVE DATE-EDIT-WORK TO RHL-WEEK-END
002310     MOVE DATE-EDIT-WORK TO EHL-RUN-DATE
002320     PERFORM 7900-DATE-TO-SERIAL THRU 7900-EXIT
002330     MOVE WORK-SERIAL-DAYS TO TODAY-SERIAL-DAYS.
002340 1000-EXIT.
002350     EXIT.
002360******************************************************************
002370*    2000-LOAD-NAME -- FIRST NAME ON THE ROSTER FOR EACH         *
002380*    OPERATOR.  THE ROSTER IS READ AGAIN FOR THE EXPIRY PAGE.    *
002390******************************************************************
002400 2000-LOAD-NAME.
002410     READ OPERATOR-CERT-FILE
002420         AT END
002430             MOVE "Y" TO AT-END-OF-CERTS-FLAG
002440             GO TO 2000-EXIT
002450     END-READ
002460     SET NAME-IDX TO 1
002470     SEARCH NAME-ENTRY
002480         AT END
002490             CONTINUE
002500         WHEN NAME-IDX > NAME-COUNT
002510             CONTINUE
002520         WHEN NT-OPERATOR-ID (NAME-IDX) = CERT-OPERATOR-ID
002530             GO TO 2000-EXIT
002540     END-SEARCH
002550     IF NAME-COUNT >= NAME-MAX
002560         DISPLAY "OPRWKLY: OPERATOR NAME TABLE FULL" UPON CONSL
002570         GO TO 9999-ABORT-RUN
002580     END-IF
002590     ADD 1 TO NAME-COUNT
002600     SET NAME-IDX TO NAME-COUNT
002610     MOVE CERT-OPERATOR-ID   TO NT-OPERATOR-ID (NAME-IDX)
002620     MOVE CERT-OPERATOR-NAME TO NT-OPERATOR-NAME (NAME-IDX).
002630 2000-EXIT.
002640     EXIT.
002650******************************************************************
002660*    3000-TALLY-REFUSAL -- COUNT ONE REFUSAL DATED WITHIN THE    *
002670*    WEEK AGAINST ITS OPERATOR AND MACHINE.                      *
002680******************************************************************
002690 3000-TALLY-REFUSAL.
002700     READ REFUSAL-LOG
002710         AT END
002720             MOVE "Y" TO AT-END-OF-REFUSALS-FLAG
002730             GO TO 3000-EXIT
002740     END-READ
002750     ADD 1 TO REFUSALS-READ-COUNT
002760     MOVE REFUS-TIMESTAMP (1:8) TO WORK-DATE-NUM
002770     PERFORM 7900-DATE-TO-SERIAL THRU 7900-EXIT
002780     COMPUTE DAYS-DIFFERENCE
002790         = TODAY-SERIAL-DAYS - WORK-SERIAL-DAYS
002800     IF DAYS-DIFFERENCE < ZERO
002810      OR DAYS-DIFFERENCE > WEEK-DAYS-BACK
002820         GO TO 3000-EXIT
002830     END-IF
002840     IF REFUS-REASON-CODE NOT NUMERIC
002850      OR REFUS-REASON-NUM < 1
002860      OR REFUS-REASON-NUM > 4
002870         DISPLAY "OPRWKLY: INVALID REFUSAL REASON "
002880                 REFUS-REASON-CODE " FOR OPERATOR "
002890                 REFUS-OPERATOR-ID UPON CONSL
002900         GO TO 3000-EXIT
002910     END-IF
002920     ADD 1 TO REFUSALS-IN-WEEK-COUNT
002930     MOVE REFUS-REASON-NUM TO REASON-SUB
002940     SET REFUSAL-IDX TO 1
002950     SEARCH REFUSAL-ENTRY
002960         AT END
002970             PERFORM 3100-ADD-REFUSAL-ENTRY THRU 3100-EXIT
002980         WHEN REFUSAL-IDX > REFUSAL-COUNT
002990             PERFORM 3100-ADD-REFUSAL-ENTRY THRU 3100-EXIT
003000         WHEN RA-OPERATOR-ID (REFUSAL-IDX) = REFUS-OPERATOR-ID
003010          AND RA-MACHINE-ID (REFUSAL-IDX) = REFUS-MACHINE-ID
003020             CONTINUE
003030     END-SEARCH
003040     ADD 1 TO RA-REASON-COUNT (REFUSAL-IDX, REASON-SUB)
003050     ADD 1 TO RA-TOTAL-COUNT (REFUSAL-IDX).
003060 3000-EXIT.
003070     EXIT.
003080 3100-ADD-REFUSAL-ENTRY.
003090     IF REFUSAL-COUNT >= REFUSAL-MAX
003100         DISPLAY "OPRWKLY: REFUSAL TABLE FULL" UPON CONSL
003110         GO TO 9999-ABORT-RUN
003120     END-IF
003130     ADD 1 TO REFUSAL-COUNT
003140     SET REFUSAL-IDX TO REFUSAL-COUNT
003150     INITIALIZE REFUSAL-ENTRY (REFUSAL-IDX)
003160     MOVE REFUS-OPERATOR-ID TO RA-OPERATOR-ID (REFUSAL-IDX)
003170     MOVE REFUS-MACHINE-ID  TO RA-MACHINE-ID (REFUSAL-IDX).
003180 3100-EXIT.
003190     EXIT.
003200******************************************************************
003210*    5000-PRINT-REFUSALS -- ONE LINE PER OPERATOR AND MACHINE IN *
003220*    OPERATOR/MACHINE ORDER, WITH A TOTAL LINE AT EACH CHANGE OF *
003230*    OPERATOR.                                                   *
003240******************************************************************
003250 5000-PRINT-REFUSALS.
003260     PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
003270     WRITE WEEKLY-PRINT-LINE FROM REFUSAL-HEADER-LINE
003280         AFTER ADVANCING 2 LINES
003290     WRITE WEEKLY-PRINT-LINE FROM REFUSAL-HEADING-2
003300         AFTER ADVANCING 2 LINES
003310     MOVE SPACES TO WEEKLY-PRINT-LINE
003320     WRITE WEEKLY-PRINT-LINE AFTER ADVANCING 1 LINE
003330     ADD 5 TO RPT-LINE-COUNT
003340     IF REFUSAL-COUNT = ZERO
003350         GO TO 5000-EXIT
003360     END-IF
003370     PERFORM 5100-BUILD-REFUSAL-ORDER THRU 5100-EXIT
003380     INITIALIZE OPERATOR-TOTAL-AREA
003390     PERFORM 5200-PRINT-ONE-REFUSAL THRU 5200-EXIT
003400         VARYING SORT-I FROM 1 BY 1
003410         UNTIL SORT-I > REFUSAL-COUNT
003420     PERFORM 5300-PRINT-OPERATOR-TOTAL THRU 5300-EXIT.
003430 5000-EXIT.
003440     EXIT.
003450******************************************************************
003460*    5100-BUILD-REFUSAL-ORDER -- SELECTION SORT OF THE REFUSAL   *
003470*    SUBSCRIPTS BY OPERATOR AND MACHINE.                         *
003480******************************************************************
003490 5100-BUILD-REFUSAL-ORDER.
003500     PERFORM 5110-SEED-ORDER-ENTRY THRU 5110-EXIT
003510         VARYING SORT-I FROM 1 BY 1
003520         UNTIL SORT-I > REFUSAL-COUNT
003530     PERFORM 5120-SORT-PASS THRU 5120-EXIT
003540         VARYING SORT-I FROM 1 BY 1
003550         UNTIL SORT-I >= REFUSAL-COUNT.
003560 5100-EXIT.
003570     EXIT.
003580 5110-SEED-ORDER-ENTRY.
003590     MOVE SORT-I TO ORDER-ENTRY (SORT-I).
003600 5110-EXIT.
003610     EXIT.
003620 5120-SORT-PASS.
003630     COMPUTE SORT-J = SORT-I + 1
003640     PERFORM 5130-COMPARE-SWAP THRU 5130-EXIT
003650         VARYING SORT-J FROM SORT-J BY 1
003660         UNTIL SORT-J > REFUSAL-COUNT.
003670 5120-EXIT.
003680     EXIT.
003690 5130-COMPARE-SWAP.
003700     IF RA-KEY (ORDER-ENTRY (SORT-J))
003710         < RA-KEY (ORDER-ENTRY (SORT-I))
003720         MOVE ORDER-ENTRY (SORT-I) TO SORT-HOLD
003730         MOVE ORDER-ENTRY (SORT-J) TO ORDER-ENTRY (SORT-I)
003740         MOVE SORT-HOLD            TO ORDER-ENTRY (SORT-J)
003750     END-IF.
003760 5130-EXIT.
003770     EXIT.
003780 5200-PRINT-ONE-REFUSAL.
003790     SET REFUSAL-IDX TO ORDER-ENTRY (SORT-I)
003800     IF SORT-I > 1
003810      AND RA-OPERATOR-ID (REFUSAL-IDX) NOT = BREAK-OPERATOR-ID
003820         PERFORM 5300-PRINT-OPERATOR-TOTAL THRU 5300-EXIT
003830         INITIALIZE OPERATOR-TOTAL-AREA
003840     END-IF
003850     MOVE RA-OPERATOR-ID (REFUSAL-IDX) TO BREAK-OPERATOR-ID
003860     MOVE SPACES TO REFUSAL-DETAIL-LINE
003870     MOVE RA-OPERATOR-ID (REFUSAL-IDX) TO RD-OPERATOR-ID
003880     PERFORM 5250-FIND-NAME THRU 5250-EXIT
003890     MOVE RA-MACHINE-ID (REFUSAL-IDX)  TO RD-MACHINE-ID
003900     PERFORM 5210-FORMAT-REASON-SLOT THRU 5210-EXIT
003910         VARYING REASON-SUB FROM 1 BY 1
003920         UNTIL REASON-SUB > 4
003930     MOVE RA-TOTAL-COUNT (REFUSAL-IDX) TO RD-COUNT (5)
003940     ADD RA-TOTAL-COUNT (REFUSAL-IDX)  TO OT-TOTAL-COUNT
003950     PERFORM 7600-WRITE-DETAIL-LINE THRU 7600-EXIT.
003960 5200-EXIT.
003970     EXIT.
003980 5210-FORMAT-REASON-SLOT.
003990     MOVE RA-REASON-COUNT (REFUSAL-IDX, REASON-SUB)
004000         TO RD-COUNT (REASON-SUB)
004010     ADD RA-REASON-COUNT (REFUSAL-IDX, REASON-SUB)
004020         TO OT-REASON-COUNT (REASON-SUB).
004030 5210-EXIT.
004040     EXIT.
004050 5250-FIND-NAME.
004060     MOVE SPACES TO RD-OPERATOR-NAME
004070     SET NAME-IDX TO 1
004080     SEARCH NAME-ENTRY
004090         AT END
004100             MOVE "*** NOT ON ROSTER ***" TO RD-OPERATOR-NAME
004110         WHEN NAME-IDX > NAME-COUNT
004120             MOVE "*** NOT ON ROSTER ***" TO RD-OPERATOR-NAME
004130         WHEN NT-OPERATOR-ID (NAME-IDX)
004140                 = RA-OPERATOR-ID (REFUSAL-IDX)
004150             MOVE NT-OPERATOR-NAME (NAME-IDX) TO RD-OPERATOR-NAME
004160     END-SEARCH.
004170 5250-EXIT.
004180     EXIT.
004190 5300-PRINT-OPERATOR-TOTAL.
004200     MOVE SPACES TO REFUSAL-DETAIL-LINE
004210     MOVE "  OPERATOR TOTAL"    TO RD-OPERATOR-NAME
004220     PERFORM 5310-FORMAT-TOTAL-SLOT THRU 5310-EXIT
004230         VARYING REASON-SUB FROM 1 BY 1
004240         UNTIL REASON-SUB > 4
004250     MOVE OT-TOTAL-COUNT        TO RD-COUNT (5)
004260     PERFORM 7600-WRITE-DETAIL-LINE THRU 7600-EXIT
004270     MOVE SPACES TO WEEKLY-PRINT-LINE
004280     WRITE WEEKLY-PRINT-LINE AFTER ADVANCING 1 LINE
004290     ADD 1 TO RPT-LINE-COUNT.
004300 5300-EXIT.
004310     EXIT.
004320 5310-FORMAT-TOTAL-SLOT.
004330     MOVE OT-REASON-COUNT (REASON-SUB) TO RD-COUNT (REASON-SUB).
004340 5310-EXIT.
004350     EXIT.
004360******************************************************************
004370*    6000-PRINT-EXPIRING -- SECOND PASS OF THE ROSTER: EVERY     *
004380*    CERTIFICATION EXPIRING FROM TODAY THROUGH THIRTY DAYS OUT,  *
004390*    IN ROSTER ORDER, ON ITS OWN PAGE.  ONE ALREADY EXPIRED IS   *
004400*    NOT LISTED; ITS REFUSALS SHOW ON THE FIRST PAGE.  A RECORD  *
004410*    SPEEDCTL SKIPS AS UNUSABLE GRANTS NOTHING AND IS NOT        *
004420*    LISTED EITHER.                                              *
004430******************************************************************
004440 6000-PRINT-EXPIRING.
004450     CLOSE OPERATOR-CERT-FILE
004460     OPEN INPUT OPERATOR-CERT-FILE
004470     IF OPERATOR-CERT-STATUS NOT = "00"
004480         DISPLAY "OPRWKLY: REOPEN FAILED, OPRCERT STATUS "
004490                 OPERATOR-CERT-STATUS UPON CONSL
004500         GO TO 9999-ABORT-RUN
004510     END-IF
004520     MOVE "N" TO AT-END-OF-CERTS-FLAG
004530     PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
004540     WRITE WEEKLY-PRINT-LINE FROM EXPIRY-HEADER-LINE
004550         AFTER ADVANCING 2 LINES
004560     WRITE WEEKLY-PRINT-LINE FROM EXPIRY-HEADING-2
004570         AFTER ADVANCING 2 LINES
004580     MOVE SPACES TO WEEKLY-PRINT-LINE
004590     WRITE WEEKLY-PRINT-LINE AFTER ADVANCING 1 LINE
004600     ADD 5 TO RPT-LINE-COUNT
004610     PERFORM 6100-CHECK-ONE-CERT THRU 6100-EXIT
004620         UNTIL AT-END-OF-CERTS.
004630 6000-EXIT.
004640     EXIT.
004650 6100-CHECK-ONE-CERT.
004660     READ OPERATOR-CERT-FILE
004670         AT END
004680             MOVE "Y" TO AT-END-OF-CERTS-FLAG
004690             GO TO 6100-EXIT
004700     END-READ
004710     ADD 1 TO CERTS-READ-COUNT
004720     IF CERT-OPERATOR-ID = SPACES
004730      OR CERT-MACHINE-ID = SPACES
004740      OR CERT-EXPIRY-DATE NOT NUMERIC
004750      OR NOT CERT-RESET-FLAG-VALID
004760         GO TO 6100-EXIT
004770     END-IF
004780     MOVE CERT-EXPIRY-YYYY TO WORK-DATE-YYYY
004790     MOVE CERT-EXPIRY-MM   TO WORK-DATE-MM
004800     MOVE CERT-EXPIRY-DD   TO WORK-DATE-DD
004810     PERFORM 7900-DATE-TO-SERIAL THRU 7900-EXIT
004820     COMPUTE DAYS-DIFFERENCE
004830         = WORK-SERIAL-DAYS - TODAY-SERIAL-DAYS
004840     IF DAYS-DIFFERENCE < ZERO
004850      OR DAYS-DIFFERENCE > EXPIRY-DAYS-AHEAD
004860         GO TO 6100-EXIT
004870     END-IF
004880     ADD 1 TO CERTS-EXPIRING-COUNT
004890     MOVE CERT-OPERATOR-ID   TO ED-OPERATOR-ID
004900     MOVE CERT-OPERATOR-NAME TO ED-OPERATOR-NAME
004910     MOVE CERT-MACHINE-ID    TO ED-MACHINE-ID
004920     MOVE CERT-EXPIRY-MM     TO DE-MM
004930     MOVE CERT-EXPIRY-DD     TO DE-DD
004940     MOVE CERT-EXPIRY-YYYY   TO DE-YYYY
004950     MOVE DATE-EDIT-WORK     TO ED-EXPIRY-DATE
004960     MOVE DAYS-DIFFERENCE    TO ED-DAYS-LEFT
004970     IF CERT-MAY-RESET
004980         MOVE "YES" TO ED-RESET-AUTHORITY
004990     ELSE
005000         MOVE "NO"  TO ED-RESET-AUTHORITY
005010     END-IF
005020     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
005030         PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
005040     END-IF
005050     WRITE WEEKLY-PRINT-LINE FROM EXPIRY-DETAIL-LINE
005060         AFTER ADVANCING 1 LINE
005070     ADD 1 TO RPT-LINE-COUNT.
005080 6100-EXIT.
005090     EXIT.
005100******************************************************************
005110*    7500-PAGE-HEADING AND PRINT HELPERS.                        *
005120******************************************************************
005130 7500-PAGE-HEADING.
005140     ADD 1 TO RPT-PAGE-COUNT
005150     MOVE RUN-TIMESTAMP (1:16) TO RH1-TIMESTAMP
005160     MOVE RPT-PAGE-COUNT       TO RH1-PAGE
005170     WRITE WEEKLY-PRINT-LINE FROM REPORT-HEADING-1
005180         AFTER ADVANCING PAGE
005190     MOVE 1 TO RPT-LINE-COUNT.
005200 7500-EXIT.
005210     EXIT.
005220 7600-WRITE-DETAIL-LINE.
005230     IF RPT-LINE-COUNT >= RPT-PAGE-LIMIT
005240         PERFORM 7500-PAGE-HEADING THRU 7500-EXIT
005250     END-IF
005260     WRITE WEEKLY-PRINT-LINE FROM REFUSAL-DETAIL-LINE
005270         AFTER ADVANCING 1 LINE
005280     ADD 1 TO RPT-LINE-COUNT.
005290 7600-EXIT.
005300     EXIT.
005310******************************************************************
005320*    7900-DATE-TO-SERIAL -- CIVIL DATE (WORK-DATE-NUM) TO A      *
005330*    SERIAL DAY NUMBER, MARCH-BASED SO THE LEAP DAY FALLS AT     *
005340*    YEAR END; SAME ALGORITHM AS LOGARCH AND INCDRPT.            *
005350******************************************************************
005360 7900-DATE-TO-SERIAL.
005370     IF WORK-DATE-MM > 2
005380         COMPUTE ADJUSTED-YEAR  = WORK-DATE-YYYY
005390         COMPUTE ADJUSTED-MONTH = WORK-DATE-MM - 3
005400     ELSE
005410         COMPUTE ADJUSTED-YEAR  = WORK-DATE-YYYY - 1
005420         COMPUTE ADJUSTED-MONTH = WORK-DATE-MM + 9
005430     END-IF
005440     COMPUTE WORK-SERIAL-DAYS
005450         = 365 * ADJUSTED-YEAR
005460         + ADJUSTED-YEAR / 4
005470         - ADJUSTED-YEAR / 100
005480         + ADJUSTED-YEAR / 400
005490         + (153 * ADJUSTED-MONTH + 2) / 5
005500         + WORK-DATE-DD.
005510 7900-EXIT.
005520     EXIT.
005530******************************************************************
005540*    8000-TERMINATE -- CONTROL COUNTS AND CLOSE.                 *
005550******************************************************************
005560 8000-TERMINATE.
005570     MOVE SPACES TO WEEKLY-PRINT-LINE
005580     WRITE WEEKLY-PRINT-LINE AFTER ADVANCING 2 LINES
005590     MOVE "REFUSALS READ         : " TO RT-TOTAL-TEXT
005600     MOVE REFUSALS-READ-COUNT        TO RT-TOTAL-COUNT
005610     WRITE WEEKLY-PRINT-LINE FROM REPORT-TOTAL-LINE
005620         AFTER ADVANCING 1 LINE
005630     MOVE "REFUSALS IN WEEK      : " TO RT-TOTAL-TEXT
005640     MOVE REFUSALS-IN-WEEK-COUNT     TO RT-TOTAL-COUNT
005650     WRITE WEEKLY-PRINT-LINE FROM REPORT-TOTAL-LINE
005660         AFTER ADVANCING 1 LINE
005670     MOVE "CERTIFICATIONS READ   : " TO RT-TOTAL-TEXT
005680     MOVE CERTS-READ-COUNT           TO RT-TOTAL-COUNT
005690     WRITE WEEKLY-PRINT-LINE FROM REPORT-TOTAL-LINE
005700         AFTER ADVANCING 1 LINE
005710     MOVE "EXPIRING IN 30 DAYS   : " TO RT-TOTAL-TEXT
005720     MOVE CERTS-EXPIRING-COUNT       TO RT-TOTAL-COUNT
005730     WRITE WEEKLY-PRINT-LINE FROM REPORT-TOTAL-LINE
005740         AFTER ADVANCING 1 LINE
005750     CLOSE REFUSAL-LOG OPERATOR-CERT-FILE WEEKLY-REPORT
005760     DISPLAY "OPRWKLY: " REFUSALS-IN-WEEK-COUNT " REFUSALS, "
005770             CERTS-EXPIRING-COUNT " EXPIRING" UPON CONSL.
005780 8000-EXIT.
005790     EXIT.
005800******************************************************************
005810*    9999-ABORT-RUN -- FATAL ERROR, STOP WITH RETURN CODE 16.    *
005820******************************************************************
005830 9999-ABORT-RUN.
005840     DISPLAY "OPRWKLY: RUN ABORTED" UPON CONSL
005850     MOVE 16 TO RETURN-CODE
005860     STOP RUN.
