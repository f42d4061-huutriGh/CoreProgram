           03  DDS-ALL-FORMATS          PIC X(30).
           03  REGDATE                  PIC 9(08).
           03  REGUNITS                 PIC S9(11)V9(05) COMP-3.
           03  VRTFUND                  PIC X(04).
