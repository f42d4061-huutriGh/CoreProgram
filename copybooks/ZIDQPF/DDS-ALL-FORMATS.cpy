           03  CLNTNUM                  PIC X(08).
           03  CLTDOB                   PIC 9(08).
           03  CLTSEX                   PIC X(01).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  GIVNAME                  PIC X(30).
           03  IDNUMBER                 PIC X(20).
           03  REQDATE                  PIC 9(08).
           03  SURNAME                  PIC X(30).
