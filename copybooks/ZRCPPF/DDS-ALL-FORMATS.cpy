           03  ADMITDATE                PIC 9(08).
           03  CHDRCOY                  PIC X(01).
           03  CHDRNUM                  PIC X(08).
           03  CLAMNUM                  PIC X(08).
           03  COVERAGE                 PIC X(02).
           03  CRTABLE                  PIC X(04).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DIAGCODE                 PIC X(06).
           03  DISCDATE                 PIC 9(08).
           03  HOSPDAYS                 PIC S9(03) COMP-3.
           03  LIFE                     PIC X(02).
           03  PAYAMT                   PIC S9(11)V9(2) COMP-3.
           03  PAYDATE                  PIC 9(08).
           03  PLNYEAR                  PIC S9(03) COMP-3.
           03  REPDATE                  PIC 9(08).
           03  RIDER                    PIC X(02).
