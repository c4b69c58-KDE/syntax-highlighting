000010******************************************************************
000020*    SALESHDR -- BRANCH TRANSMISSION HEADER/TRAILER RECORD       *
000030*    (80 BYTES) ON THE INCOMING SALES FILE.  EACH BRANCH'S       *
000040*    TRANSMISSION IS WRAPPED IN ONE HEADER AND ONE TRAILER       *
000050*    CARRYING THE BRANCH, THE BUSINESS DATE, THE DETAIL          *
000060*    RECORD COUNT AND THE HASH TOTAL OF SALES-AMOUNT.  THE       *
000070*    CONTROL ID SITS IN THE SALES-KEY POSITIONS SO THE FRONT-    *
000080*    END SORT (SALESORT) CAN TELL THE ENVELOPE FROM THE SALES    *
000090*    RECORDS IT CARRIES; THE COUNT AND HASH ARE ZERO ON THE      *
000100*    HEADER.  THE HASH SIGN IS A SEPARATE LEADING BYTE SO THE    *
000110*    BRANCH FRONT ENDS AND THIS SHOP READ THE SAME CHARACTERS.   *
000120******************************************************************
000130 01  BRANCH-CONTROL-RECORD.
000140     03  BRANCH-CONTROL-ID       PIC X(10).
000150         88  BRANCH-HEADER               VALUE "*BRANCHHDR".
000160         88  BRANCH-TRAILER              VALUE "*BRANCHTRL".
000170     03  BRANCH-CONTROL-BRANCH   PIC X(02).
000180     03  BRANCH-CONTROL-DATE     PIC 9(08).
000190     03  BRANCH-CONTROL-COUNT    PIC 9(07).
000200     03  BRANCH-CONTROL-HASH     PIC S9(11)V99
000210                                 SIGN IS LEADING SEPARATE.
000220     03  FILLER                  PIC X(39).
