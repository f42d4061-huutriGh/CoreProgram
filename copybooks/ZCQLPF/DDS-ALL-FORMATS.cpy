           03  AGNTNUM                  PIC X(08).
           03  CLNTNUM                  PIC X(08).
           03  CONTDESC                 PIC X(30).
           03  CONTEST                  PIC X(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  ENDDATE                  PIC 9(08).
           03  ISSCNT                   PIC S9(05) COMP-3.
           03  PERSPCT                  PIC 9(03)V9(02).
           03  RANKNO                   PIC 9(05).
           03  REPDATE                  PIC 9(08).
           03  STRTDATE                 PIC 9(08).
           03  TOTAPE                   PIC S9(13)V9(02) COMP-3.
