           03  CHDRNUM                  PIC X(08).
           03  CLINIC                   PIC X(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  EXAMDATE                 PIC 9(08).
           03  INVAMT                   PIC S9(09)V9(02) COMP-3.
           03  INVDATE                  PIC 9(08).
           03  INVNUM                   PIC X(15).
           03  LIFE                     PIC X(02).
           03  REQCODE                  PIC X(04).
