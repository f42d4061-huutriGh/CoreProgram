           03  AMCPC                    PIC S9(02)V9(04) COMP-3.
           03  CHGAMT                   PIC S9(13)V9(2) COMP-3.
           03  CNTCNT                   PIC S9(07) COMP-3.
           03  DDS-ALL-FORMATS          PIC X(30).
           03  FUNDVAL                  PIC S9(13)V9(2) COMP-3.
           03  REPDATE                  PIC 9(08).
           03  UNITSOFF                 PIC S9(11)V9(05) COMP-3.
           03  VRTFUND                  PIC X(04).
