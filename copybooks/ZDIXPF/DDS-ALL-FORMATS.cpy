           03  CHDRNUM                  PIC X(08).
           03  CLAMNUM                  PIC X(08).
           03  CLNTNUM                  PIC X(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DOCID                    PIC X(20).
           03  DOCTYPE                  PIC X(04).
           03  LIFE                     PIC X(02).
           03  REQSEQ                   PIC 9(03).
           03  REQTYPE                  PIC X(01).
           03  SCANDATE                 PIC 9(08).
