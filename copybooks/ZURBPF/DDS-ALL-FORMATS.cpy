           03  BATCTRCDE                PIC X(04).
           03  CHDRNUM                  PIC X(08).
           03  CNTAMNT                  PIC S9(13)V9(2) COMP-3.
           03  DDS-ALL-FORMATS          PIC X(30).
           03  NOFUNITS                 PIC S9(11)V9(05) COMP-3.
           03  REPDATE                  PIC 9(08).
           03  TRANNO                   PIC S9(05) COMP-3.
           03  UNITTYPE                 PIC X(01).
           03  VRTFUND                  PIC X(04).
