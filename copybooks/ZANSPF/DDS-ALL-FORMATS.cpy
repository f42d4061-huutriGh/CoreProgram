           03  CHDRCOY                  PIC X(01).
           03  CHDRNUM                  PIC X(08).
           03  CRTABLE                  PIC X(04).
           03  CSHVAL                   PIC S9(13)V9(02) COMP-3.
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DIVDALLOC                PIC S9(13)V9(02) COMP-3.
           03  LOANINT                  PIC S9(13)V9(02) COMP-3.
           03  LOANPRIN                 PIC S9(13)V9(02) COMP-3.
           03  PAYREF                   PIC X(16).
           03  PREMBILLED               PIC S9(13)V9(02) COMP-3.
           03  PREMPAID                 PIC S9(13)V9(02) COMP-3.
           03  PTDATE                   PIC 9(08).
           03  QRDATA                   PIC X(120).
           03  RECTYPE                  PIC X(01).
           03  RUNDATE                  PIC 9(08).
           03  SUMINS                   PIC S9(13)V9(02) COMP-3.
           03  TOPUPAMT                 PIC S9(13)V9(02) COMP-3.
