           03  DDS-ALL-FORMATS          PIC X(30).
           03  INSTAMT                  PIC S9(11)V9(2) COMP-3.
           03  NOTDATE                  PIC 9(08).
           03  PAYREF                   PIC X(16).
           03  QRDATA                   PIC X(120).
           03  RECTYPE                  PIC X(01).
           03  TOTAMT                   PIC S9(13)V9(2) COMP-3.
