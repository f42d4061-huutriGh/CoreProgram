           03  ACMVAMT                  PIC S9(13)V9(02) COMP-3.
           03  CHDRNUM                  PIC X(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DIFFAMT                  PIC S9(13)V9(02) COMP-3.
           03  DIMKEY                   PIC X(30).
           03  FYPREM                   PIC S9(13)V9(02) COMP-3.
           03  POLCNT                   PIC 9(07).
           03  RECTYPE                  PIC X(01).
           03  RNPREM                   PIC S9(13)V9(02) COMP-3.
           03  RPTQTR                   PIC 9(01).
           03  RPTYEAR                  PIC 9(04).
           03  SPPREM                   PIC S9(13)V9(02) COMP-3.
           03  SUMINS                   PIC S9(13)V9(02) COMP-3.
           03  TOTPREM                  PIC S9(13)V9(02) COMP-3.
