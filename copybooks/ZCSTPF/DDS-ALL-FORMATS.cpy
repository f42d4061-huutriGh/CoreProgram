           03  AGNTNUM                  PIC X(08).
           03  CONTEST                  PIC X(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  EXCLCNT                  PIC S9(05) COMP-3.
           03  INFCNT                   PIC S9(05) COMP-3.
           03  ISSCNT                   PIC S9(05) COMP-3.
           03  PERSPCT                  PIC 9(03)V9(02).
           03  QUALIND                  PIC X(01).
           03  RANKNO                   PIC 9(05).
           03  REPDATE                  PIC 9(08).
           03  TOTAPE                   PIC S9(13)V9(02) COMP-3.
