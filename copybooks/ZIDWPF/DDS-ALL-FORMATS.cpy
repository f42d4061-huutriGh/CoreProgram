           03  CHDRNUM                  PIC X(08).
           03  CLNTNUM                  PIC X(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DOBMIS                   PIC X(01).
           03  GIVNAME                  PIC X(30).
           03  IDMIS                    PIC X(01).
           03  NAMMIS                   PIC X(01).
           03  RESULT                   PIC X(01).
           03  RUNDATE                  PIC 9(08).
           03  SURNAME                  PIC X(30).
