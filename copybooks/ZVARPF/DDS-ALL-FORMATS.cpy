           03  BRANCH                   PIC X(02).
           03  CHDRNUM                  PIC X(08).
           03  CLNTNUM                  PIC X(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  ITEMDESC                 PIC X(60).
           03  PROGNAME                 PIC X(05).
           03  RECTYPE                  PIC X(04).
           03  RUNDATE                  PIC 9(08).
           03  USERID                   PIC X(08).
           03  VIEWCNT                  PIC 9(07).
           03  VIEWDATE                 PIC 9(08).
