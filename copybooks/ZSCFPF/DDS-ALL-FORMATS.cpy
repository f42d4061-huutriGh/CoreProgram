           03  BRANCH                   PIC X(02).
           03  CHDRNUM                  PIC X(08).
           03  CNTTYPE                  PIC X(03).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  EFFDATE                  PIC 9(08).
           03  ENTDATE                  PIC 9(08).
           03  ERRCODE                  PIC X(04).
           03  PROG                     PIC X(05).
           03  REPDATE                  PIC 9(08).
           03  USERID                   PIC X(08).
