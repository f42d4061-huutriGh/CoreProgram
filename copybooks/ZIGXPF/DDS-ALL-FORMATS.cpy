           03  CLMAMT                   PIC S9(13)V9(02) COMP-3.
           03  CLMCNT                   PIC 9(07).
           03  COHORT                   PIC 9(04).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  EXITCNT                  PIC 9(07).
           03  EXPAMT                   PIC S9(13)V9(02) COMP-3.
           03  ISSCNT                   PIC 9(07).
           03  OPENCNT                  PIC S9(07) COMP-3.
           03  POLCNT                   PIC 9(07).
           03  PORTFOLIO                PIC X(08).
           03  PREMAMT                  PIC S9(13)V9(02) COMP-3.
           03  PRFTIND                  PIC X(01).
           03  RECTYPE                  PIC X(01).
           03  REPDATE                  PIC 9(08).
           03  SUMINS                   PIC S9(13)V9(02) COMP-3.
