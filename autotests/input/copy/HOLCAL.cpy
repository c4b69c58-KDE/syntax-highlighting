000010******************************************************************
000020*    HOLCAL -- HOLIDAY CALENDAR RECORD (80 BYTES), ONE PER       *
000030*    COMPANY HOLIDAY ON THE HOLCAL FILE KEPT BY OPERATIONS.      *
000040*    THE BUSINESS-DATE ROLL (BUSROLL) SKIPS THESE DAYS AND       *
000050*    WEEKENDS WHEN IT ADVANCES THE PROCESSING DATE AND WHEN IT   *
000060*    MARKS THE LAST BUSINESS DAY OF THE MONTH AND YEAR, AND      *
000070*    WILL NOT ROLL INTO A YEAR THE CALENDAR DOES NOT YET COVER.  *
000080*    THE HOLIDAY DATE IS MMDDYYYY.                               *
000090******************************************************************
000100 01  HOLIDAY-CALENDAR-RECORD.
000110     03  HOLIDAY-DATE            PIC 9(08).
000120     03  HOLIDAY-DATE-X          REDEFINES HOLIDAY-DATE.
000130         05  HOLIDAY-MM          PIC 9(02).
000140         05  HOLIDAY-DD          PIC 9(02).
000150         05  HOLIDAY-YYYY        PIC 9(04).
000160     03  HOLIDAY-NAME            PIC X(30).
000170     03  FILLER                  PIC X(42).
