000010******************************************************************
000020*    GLJRNL -- DAILY GENERAL LEDGER JOURNAL RECORD (80 BYTES)    *
000030*    CUT BY THE DAILY RUN (SALESDLY) FROM THE NIGHT'S ACCEPTED   *
000040*    POSTINGS.  EACH BRANCH AND TRANSACTION TYPE POSTED GIVES    *
000050*    A PAIR OF DETAIL LINES -- THE ENTRY ACCOUNT AND ITS         *
000060*    RECEIVABLE OFFSET, ONE DEBIT AND ONE CREDIT FOR THE SAME    *
000070*    AMOUNT -- AND ONE TRAILER CLOSES THE JOURNAL WITH THE LINE  *
000080*    COUNT, THE DEBIT AND CREDIT TOTALS, THE POSTINGS            *
000090*    JOURNALED AND THEIR NET, WHICH TIE TO THE RUN CONTROL       *
000100*    REPORT.  AMOUNTS ARE UNSIGNED; THE DEBIT/CREDIT CODE        *
000110*    CARRIES THE SIDE.  THE NET SIGN IS A SEPARATE LEADING       *
000120*    BYTE SO THE LEDGER READS THE SAME CHARACTERS.               *
000130******************************************************************
000140 01  GL-JOURNAL-RECORD.
000150     03  GLJ-RECORD-TYPE         PIC X(01).
000160         88  GLJ-DETAIL                  VALUE "D".
000170         88  GLJ-TRAILER                 VALUE "T".
000180     03  GLJ-JOURNAL-DATE        PIC 9(08).
000190     03  GLJ-SOURCE              PIC X(08).
000200     03  GLJ-DETAIL-AREA.
000210         05  GLJ-BRANCH-CODE     PIC X(02).
000220         05  GLJ-TRAN-TYPE       PIC X(01).
000230         05  GLJ-ACCOUNT         PIC X(10).
000240         05  GLJ-DEBIT-CREDIT    PIC X(01).
000250             88  GLJ-DEBIT               VALUE "D".
000260             88  GLJ-CREDIT              VALUE "C".
000270         05  GLJ-AMOUNT          PIC 9(11)V99.
000280         05  GLJ-POSTING-COUNT   PIC 9(07).
000290         05  GLJ-DESCRIPTION     PIC X(24).
000300         05  FILLER              PIC X(05).
000310     03  GLJ-TRAILER-AREA        REDEFINES GLJ-DETAIL-AREA.
000320         05  GLJ-LINE-COUNT      PIC 9(07).
000330         05  GLJ-TOTAL-DEBITS    PIC 9(11)V99.
000340         05  GLJ-TOTAL-CREDITS   PIC 9(11)V99.
000350         05  GLJ-POSTINGS-TOTAL  PIC 9(07).
000360         05  GLJ-NET-REVENUE     PIC S9(11)V99
000370                                 SIGN IS LEADING SEPARATE.
000380         05  FILLER              PIC X(09).
