           03  AGEDAYS                  PIC S9(05) COMP-3.
           03  DDS-ALL-FORMATS          PIC X(30).
           03  HOLDAUTH                 PIC X(30).
           03  HOLDCOY                  PIC X(01).
           03  HOLDENT                  PIC X(08).
           03  HOLDREF                  PIC X(15).
           03  HOLDSCOP                 PIC X(02).
           03  HOLDTYPE                 PIC X(01).
           03  RELDATE                  PIC 9(08).
           03  REPDATE                  PIC 9(08).
           03  STRTDATE                 PIC 9(08).
           03  USERID                   PIC X(08).
