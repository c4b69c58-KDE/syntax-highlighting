000010******************************************************************
000020*    CMDREJ -- REJECTED SPEED-CONTROL COMMAND RECORD (110        *
000030*    BYTES), WRITTEN BY THE SPEED-CONTROL DRIVER (SPEEDCTL) FOR  *
000040*    EVERY COMMAND IT CANNOT ACT ON, WITH THE REASON, THE        *
000050*    MACHINE ID THE COMMAND RESOLVED TO (BLANK ON THE COMMAND    *
000060*    MEANS 01) AND THE COMMAND IMAGE AS READ.                    *
000070******************************************************************
000080 01  COMMAND-REJECT-RECORD.
000090     03  CMD-REJ-TIMESTAMP       PIC X(26).
000100     03  CMD-REJ-REASON-CODE     PIC X(02).
000110         88  CMD-REJ-UNKNOWN-MACHINE     VALUE "01".
000120         88  CMD-REJ-OUT-OF-SERVICE      VALUE "02".
000130     03  CMD-REJ-MACHINE-ID      PIC X(02).
000140     03  CMD-REJ-COMMAND-DATA    PIC X(80).
