000010******************************************************************
000020*    OPRCERT -- OPERATOR CERTIFICATION ROSTER RECORD (80 BYTES), *
000030*    ONE PER OPERATOR PER MACHINE CERTIFIED, ON THE OPRCERT FILE *
000040*    KEPT BY THE SAFETY OFFICE.  THE CERTIFICATION HOLDS THROUGH *
000050*    THE EXPIRY DATE (MMDDYYYY) INCLUSIVE.  THE RESET AUTHORITY  *
000060*    FLAG LETS THE OPERATOR CLEAR AN EMERGENCY-STOP LATCH ON     *
000070*    THAT MACHINE WHILE THE CERTIFICATION IS CURRENT.  READ      *
000080*    WHOLE BY THE SPEED-CONTROL DRIVER (SPEEDCTL), WHICH REFUSES *
000090*    SPEED CHANGES FROM AN OPERATOR WITHOUT A CURRENT            *
000100*    CERTIFICATION ON THE MACHINE, AND BY THE WEEKLY OPERATOR    *
000110*    REFUSAL REPORT (OPRWKLY).  A RECORD WITH A BLANK KEY, AN    *
000120*    UNREADABLE EXPIRY DATE OR A RESET FLAG OTHER THAN Y/N IS    *
000130*    SKIPPED, SO IT GRANTS NOTHING.                              *
000140******************************************************************
000150 01  OPERATOR-CERT-RECORD.
000160     03  CERT-OPERATOR-ID        PIC X(08).
000170     03  CERT-OPERATOR-NAME      PIC X(24).
000180     03  CERT-MACHINE-ID         PIC X(02).
000190     03  CERT-EXPIRY-DATE        PIC 9(08).
000200     03  CERT-EXPIRY-DATE-X      REDEFINES CERT-EXPIRY-DATE.
000210         05  CERT-EXPIRY-MM      PIC 9(02).
000220         05  CERT-EXPIRY-DD      PIC 9(02).
000230         05  CERT-EXPIRY-YYYY    PIC 9(04).
000240     03  CERT-RESET-AUTHORITY    PIC X(01).
000250         88  CERT-MAY-RESET              VALUE "Y".
000260         88  CERT-RESET-FLAG-VALID       VALUE "Y" "N".
000270     03  FILLER                  PIC X(37).
