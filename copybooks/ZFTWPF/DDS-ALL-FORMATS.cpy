           03  CLNTNUM                  PIC X(08).
           03  CTRYCODE                 PIC X(03).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  GIVNAME                  PIC X(30).
           03  INDADDR                  PIC X(01).
           03  INDCDATE                 PIC 9(08).
           03  INDMAND                  PIC X(01).
           03  INDNATL                  PIC X(01).
           03  INDPHON                  PIC X(01).
           03  NATLTY                   PIC X(03).
           03  RUNDATE                  PIC 9(08).
           03  SCERTIND                 PIC X(01).
           03  SURNAME                  PIC X(30).
           03  WRKACT                   PIC X(01).
