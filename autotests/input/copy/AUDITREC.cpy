000070*    LOGCONV CONVERSION, WHICH PADS OLD RECORDS WITH A BLANK     *
000080*    ACTION CODE AND A BLANK MACHINE ID; THE READERS CLASSIFY    *
000090*    A BLANK ACTION FROM THE OLD/NEW SPEED FIELDS AND REPORT     *
000100*    A BLANK MACHINE UNDER ITS OWN HEADING.  A COMMAND REFUSED   *
000110*    ON OPERATOR GROUNDS IS LOGGED AS "RF" WITH THE REQUESTED    *
000120*    SPEED IN THE DESIRED FIELD AND THE SPEED UNCHANGED; THE     *
000130*    OPERATOR AND REASON ARE ON THE REFUSLOG (REFUSREC).         *
000140******************************************************************
000150 01  AUDIT-RECORD.
000160     03  AUDIT-TIMESTAMP         PIC X(26).
000170     03  AUDIT-TIMESTAMP-X       REDEFINES AUDIT-TIMESTAMP.
000180         05  AUDIT-TS-YEAR       PIC 9(04).
000190         05  AUDIT-TS-MONTH      PIC 9(02).
000200         05  AUDIT-TS-DAY        PIC 9(02).
000210         05  AUDIT-TS-HOUR       PIC 9(02).
000220         05  AUDIT-TS-MINUTE     PIC 9(02).
000230         05  AUDIT-TS-SECOND     PIC 9(02).
000240         05  FILLER              PIC X(12).
000250     03  AUDIT-ACTION-CODE       PIC X(02).
000260         88  AUDIT-SPEED-UP              VALUE "SU".
000270         88  AUDIT-SLOW-DOWN             VALUE "SD".
000280         88  AUDIT-LID-DEBOUNCE          VALUE "LD".
000290         88  AUDIT-EMERGENCY-STOP        VALUE "ES".
000300         88  AUDIT-SUPERVISOR-RESET      VALUE "SR".
000310         88  AUDIT-COMMAND-REFUSED       VALUE "RF".
000320     03  AUDIT-LID-STATE         PIC X(10).
000330     03  AUDIT-OLD-SPEED         PIC 9(03).
000340     03  AUDIT-NEW-SPEED         PIC 9(03).
000350     03  AUDIT-DESIRED-SPEED     PIC 9(03).
000360     03  AUDIT-CURRENT-SPEED     PIC 9(03).
000370     03  AUDIT-MACHINE-ID        PIC X(02).
