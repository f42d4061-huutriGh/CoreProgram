           03  AGNTNUM                  PIC X(08).
           03  AVLSTAT                  PIC X(01).
           03  CHDRCOY                  PIC X(01).
           03  CHDRNUM                  PIC X(08).
           03  CNTBRANCH                PIC X(02).
           03  CNTTYPE                  PIC X(03).
           03  DAYSLEFT                 PIC S9(05) COMP-3.
           03  DDS-ALL-FORMATS          PIC X(30).
           03  LASTAPPL                 PIC 9(08).
           03  LASTISSU                 PIC 9(08).
           03  PROPDTE                  PIC 9(08).
           03  REASON                   PIC X(04).
           03  REPDATE                  PIC 9(08).
           03  SRCEBUS                  PIC X(02).
