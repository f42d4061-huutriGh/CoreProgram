           03  AGNTNUM                  PIC X(08).
           03  ASSIGNCNT                PIC S9(07) COMP-3.
           03  BRANCH                   PIC X(02).
           03  CONTCNT                  PIC S9(07) COMP-3.
           03  DDS-ALL-FORMATS          PIC X(30).
           03  LOSTCNT                  PIC S9(07) COMP-3.
           03  LOSTPREM                 PIC S9(13)V9(02) COMP-3.
           03  OPENCNT                  PIC S9(07) COMP-3.
           03  RECTYPE                  PIC X(01).
           03  REPMONTH                 PIC X(06).
           03  RETNCNT                  PIC S9(07) COMP-3.
           03  RETNPREM                 PIC S9(13)V9(02) COMP-3.
