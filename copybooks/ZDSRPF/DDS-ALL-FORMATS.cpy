           03  CLNTNUM                  PIC X(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  ITEMDESC                 PIC X(100).
           03  RECTYPE                  PIC X(04).
           03  REFKEY                   PIC X(16).
           03  RUNDATE                  PIC 9(08).
