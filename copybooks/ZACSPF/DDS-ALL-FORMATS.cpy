           03  ADVAMT                   PIC S9(11)V9(02) COMP-3.
           03  AGNTNUM                  PIC X(08).
           03  BALANCE                  PIC S9(11)V9(02) COMP-3.
           03  CEDAGENT                 PIC X(08).
           03  CHDRNUM                  PIC X(08).
           03  CLWAMT                   PIC S9(11)V9(02) COMP-3.
           03  DDS-ALL-FORMATS          PIC X(30).
           03  FYCAMT                   PIC S9(11)V9(02) COMP-3.
           03  GROSSPD                  PIC S9(11)V9(02) COMP-3.
           03  LINETYP                  PIC X(01).
           03  LTRCHNL                  PIC X(01).
           03  NETPAID                  PIC S9(11)V9(02) COMP-3.
           03  OVRAMT                   PIC S9(11)V9(02) COMP-3.
           03  PAYCNT                   PIC S9(05) COMP-3.
           03  RECONDIF                 PIC S9(11)V9(02) COMP-3.
           03  RECONFLG                 PIC X(01).
           03  REFNO                    PIC S9(05) COMP-3.
           03  RENAMT                   PIC S9(11)V9(02) COMP-3.
           03  REPDATE                  PIC 9(08).
           03  REPRINT                  PIC X(01).
           03  STMTYM                   PIC 9(06).
           03  TAXAMT                   PIC S9(11)V9(02) COMP-3.
