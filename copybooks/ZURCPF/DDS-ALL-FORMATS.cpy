           03  BRKIND                   PIC X(01).
           03  CANUNITS                 PIC S9(11)V9(05) COMP-3.
           03  CLOSUNITS                PIC S9(11)V9(05) COMP-3.
           03  CREUNITS                 PIC S9(11)V9(05) COMP-3.
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DIFFUNITS                PIC S9(11)V9(05) COMP-3.
           03  OPENUNITS                PIC S9(11)V9(05) COMP-3.
           03  REGUNITS                 PIC S9(11)V9(05) COMP-3.
           03  REPDATE                  PIC 9(08).
           03  UNITTOL                  PIC S9(07)V9(05) COMP-3.
           03  VRTFUND                  PIC X(04).
