           03  BASEPREM                 PIC S9(13)V9(02) COMP-3.
           03  BFWDDEBT                 PIC S9(11)V9(02) COMP-3.
           03  CFWDDEBT                 PIC S9(11)V9(02) COMP-3.
           03  CHDRNUM                  PIC X(08).
           03  CLWAMT                   PIC S9(11)V9(02) COMP-3.
           03  CNTCNT                   PIC S9(05) COMP-3.
           03  CNTTYPE                  PIC X(03).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  FEEAMT                   PIC S9(11)V9(02) COMP-3.
           03  FEERATE                  PIC 9(03)V9(02).
           03  FEETYPE                  PIC X(01).
           03  LINETYP                  PIC X(01).
           03  PARTNER                  PIC X(04).
           03  PAYABLE                  PIC S9(11)V9(02) COMP-3.
           03  POLYEAR                  PIC 9(03).
           03  REPDATE                  PIC 9(08).
           03  STMTYM                   PIC 9(06).
