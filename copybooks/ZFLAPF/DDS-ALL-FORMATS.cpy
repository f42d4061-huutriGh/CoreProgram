           03  AGNTNUM                  PIC X(08).
           03  BOOKNO                   PIC X(08).
           03  BRANCH                   PIC X(02).
           03  COLLAMT                  PIC S9(11)V9(02) COMP-3.
           03  COLLDATE                 PIC 9(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  ITEMDESC                 PIC X(60).
           03  OVERDUE                  PIC X(01).
           03  RECTYPE                  PIC X(04).
           03  RUNDATE                  PIC 9(08).
           03  SLIPNO                   PIC 9(08).
           03  WDAYS                    PIC 9(03).
