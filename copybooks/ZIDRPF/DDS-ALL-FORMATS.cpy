           03  CLNTNUM                  PIC X(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DOBMIS                   PIC X(01).
           03  IDMIS                    PIC X(01).
           03  NAMMIS                   PIC X(01).
           03  RESPDATE                 PIC 9(08).
           03  RESPREF                  PIC X(16).
           03  RESULT                   PIC X(01).
