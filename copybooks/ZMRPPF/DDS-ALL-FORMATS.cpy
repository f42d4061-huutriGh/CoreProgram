           03  ANNPREM                  PIC S9(13)V9(02) COMP-3.
           03  AREATYPE                 PIC X(01).
           03  BILLFREQ                 PIC X(02).
           03  CHDRNUM                  PIC X(08).
           03  CNTBRANCH                PIC X(02).
           03  CONTCNT                  PIC S9(07) COMP-3.
           03  COWNNUM                  PIC X(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DUEAMT                   PIC S9(13)V9(02) COMP-3.
           03  DUECNT                   PIC S9(03) COMP-3.
           03  ENDDATE                  PIC 9(08).
           03  GRACEND                  PIC 9(08).
           03  INSTPREM                 PIC S9(11)V9(02) COMP-3.
           03  MORAREA                  PIC X(30).
           03  MORREF                   PIC X(10).
           03  PTDATE                   PIC 9(08).
           03  RECTYPE                  PIC X(01).
           03  REPDATE                  PIC 9(08).
           03  STRTDATE                 PIC 9(08).
