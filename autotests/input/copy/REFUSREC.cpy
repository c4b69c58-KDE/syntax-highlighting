000010******************************************************************
000020*    REFUSREC -- REFUSED SPEED-CONTROL COMMAND RECORD (80        *
000030*    BYTES), APPENDED TO THE REFUSLOG FILE BY SPEEDCTL FOR EVERY *
000040*    COMMAND REFUSED ON OPERATOR GROUNDS, ALONGSIDE THE "RF"     *
000050*    ENTRY ON THE AUDIT TRAIL.  THE AUDIT RECORD HAS NO ROOM FOR *
000060*    THE OPERATOR, SO THIS IS THE RECORD THE WEEKLY OPERATOR     *
000070*    REFUSAL REPORT (OPRWKLY) READS.  THE RESET CODE KEYED IS    *
000080*    NEVER CARRIED.                                              *
000090******************************************************************
000100 01  REFUSED-COMMAND-RECORD.
000110     03  REFUS-TIMESTAMP         PIC X(26).
000120     03  REFUS-MACHINE-ID        PIC X(02).
000130     03  REFUS-OPERATOR-ID       PIC X(08).
000140     03  REFUS-REASON-CODE       PIC X(02).
000150         88  REFUS-NOT-CERTIFIED         VALUE "01".
000160         88  REFUS-CERT-EXPIRED          VALUE "02".
000170         88  REFUS-RESET-NOT-AUTHORIZED  VALUE "03".
000180         88  REFUS-INVALID-RESET-CODE    VALUE "04".
000190     03  REFUS-REASON-NUM        REDEFINES REFUS-REASON-CODE
000200                                 PIC 9(02).
000210     03  REFUS-LID-STATE         PIC X(10).
000220     03  REFUS-DESIRED-SPEED     PIC 9(03).
000230     03  REFUS-CURRENT-SPEED     PIC 9(03).
000240     03  FILLER                  PIC X(26).
