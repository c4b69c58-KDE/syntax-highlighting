000100*    GROWING THE RECORD FROM 60 TO 64 BYTES; THE EXISTING        *
000110*    DATASET MUST BE UNLOADED AND RELOADED UNDER THE NEW         *
000120*    LAYOUT, WITH EACH SELLER'S BRANCH KEYED BY DATA CONTROL.    *
000130*    A REINSTATEMENT RESTAMPS THE EFFECTIVE DATE AND SETS THE    *
000140*    REINSTATED FLAG (TAKEN FROM FILLER, BLANK ON OLDER RECORDS  *
000150*    MEANING NOT REINSTATED) FOR THE ANOMALY REPORT (SALANOM).   *
000160******************************************************************
000170 01  SELLER-MASTER-RECORD.
000180     03  SELLER-MASTER-NAME      PIC X(30).
000190     03  SELLER-STATUS           PIC X(01).
000200         88  SELLER-ACTIVE               VALUE "A".
000210         88  SELLER-TERMINATED           VALUE "T".
000220     03  SELLER-EFFECTIVE-DATE   PIC 9(08).
000230     03  SELLER-LAST-MAINT-DATE  PIC 9(08).
000240     03  SELLER-LAST-MAINT-OPER  PIC X(08).
000250     03  SELLER-COMM-RATE        PIC 9(02)V99.
000260     03  SELLER-BRANCH-CODE      PIC X(02).
000270         88  SELLER-BRANCH-VALID         VALUE "01" "02" "03".
000280     03  SELLER-REINSTATED-FLAG  PIC X(01).
000290         88  SELLER-REINSTATED           VALUE "Y".
000300     03  FILLER                  PIC X(02).
