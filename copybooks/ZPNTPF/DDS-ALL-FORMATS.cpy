           03  ACCRAMT                  PIC S9(11)V9(02) COMP-3.
           03  ACCRCNT                  PIC S9(05) COMP-3.
           03  AGREED                   PIC S9(11)V9(02) COMP-3.
           03  CHDRNUM                  PIC X(08).
           03  CLINIC                   PIC X(08).
           03  CLINNAME                 PIC X(30).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  EXAMDATE                 PIC 9(08).
           03  FEEAMT                   PIC S9(09)V9(02) COMP-3.
           03  INVAMT                   PIC S9(11)V9(02) COMP-3.
           03  INVCNT                   PIC S9(05) COMP-3.
           03  INVNUM                   PIC X(15).
           03  LIFE                     PIC X(02).
           03  LINETYP                  PIC X(01).
           03  MISCNT                   PIC S9(05) COMP-3.
           03  MISREASN                 PIC X(04).
           03  REPDATE                  PIC 9(08).
           03  REQCODE                  PIC X(04).
           03  STMTYM                   PIC 9(06).
