           03  AGNTNUM                  PIC X(08).
           03  CHDRCOY                  PIC X(01).
           03  CHDRNUM                  PIC X(08).
           03  CLNTNUM                  PIC X(08).
           03  CNTBRANCH                PIC X(02).
           03  CNTTYPE                  PIC X(03).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DETDATE                  PIC 9(08).
           03  OLDCHDR                  PIC X(08).
           03  OLDEFF                   PIC 9(08).
           03  OLDTRCDE                 PIC X(04).
           03  RECTYPE                  PIC X(01).
           03  REPDATE                  PIC 9(08).
           03  RPLCNT                   PIC 9(05).
           03  RPLROLE                  PIC X(02).
