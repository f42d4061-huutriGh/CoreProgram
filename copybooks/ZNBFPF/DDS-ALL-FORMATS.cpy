           03  AGEDRCV                  PIC 9(07).
           03  AGEDUWR                  PIC 9(07).
           03  AGNTNUM                  PIC X(08).
           03  AVGDAYS                  PIC S9(05)V9(02) COMP-3.
           03  CNTBRANCH                PIC X(02).
           03  DCLDAY                   PIC 9(07).
           03  DCLMTD                   PIC 9(07).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  FLCDAY                   PIC 9(07).
           03  FLCMTD                   PIC 9(07).
           03  ISSDAY                   PIC 9(07).
           03  ISSMTD                   PIC 9(07).
           03  JETDAY                   PIC 9(07).
           03  JETMTD                   PIC 9(07).
           03  LEVELC                   PIC X(01).
           03  P90DAYS                  PIC 9(05).
           03  PNDUWR                   PIC 9(07).
           03  RCVDAY                   PIC 9(07).
           03  RCVMTD                   PIC 9(07).
           03  REPDATE                  PIC 9(08).
           03  SRCEBUS                  PIC X(02).
