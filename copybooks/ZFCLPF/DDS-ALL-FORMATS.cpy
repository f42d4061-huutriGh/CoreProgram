           03  ACTION                   PIC X(01).
           03  CHDRCOY                  PIC X(01).
           03  CHDRNUM                  PIC X(08).
           03  CNTBRANCH                PIC X(02).
           03  CNTTYPE                  PIC X(03).
           03  CSHVAL                   PIC S9(13)V9(02) COMP-3.
           03  DDS-ALL-FORMATS          PIC X(30).
           03  INDEBT                   PIC S9(13)V9(02) COMP-3.
           03  LOANINT                  PIC S9(13)V9(02) COMP-3.
           03  LOANPRIN                 PIC S9(13)V9(02) COMP-3.
           03  RESIDUE                  PIC S9(13)V9(02) COMP-3.
           03  RUNDATE                  PIC 9(08).
           03  SUSPAMT                  PIC S9(13)V9(02) COMP-3.
           03  WRITEOFF                 PIC S9(13)V9(02) COMP-3.
