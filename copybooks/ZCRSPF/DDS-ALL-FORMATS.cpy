           03  ACCTCLSD                 PIC X(01).
           03  BALANCE                  PIC S9(13)V9(02) COMP-3.
           03  CHDRNUM                  PIC X(08).
           03  CLNTNUM                  PIC X(08).
           03  CLTADDR01                PIC X(30).
           03  CLTADDR02                PIC X(30).
           03  CLTADDR03                PIC X(30).
           03  CLTDOB                   PIC 9(08).
           03  CTRYCODE                 PIC X(03).
           03  CURRCODE                 PIC X(03).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DOCSTAT                  PIC X(01).
           03  GIVNAME                  PIC X(30).
           03  NATLTY                   PIC X(03).
           03  PAYAMT                   PIC S9(13)V9(02) COMP-3.
           03  RECCNT                   PIC 9(07).
           03  RECTYPE                  PIC X(01).
           03  REGIME                   PIC X(01).
           03  RPTYEAR                  PIC 9(04).
           03  RUNDATE                  PIC 9(08).
           03  SURNAME                  PIC X(30).
           03  TAXID                    PIC X(20).
           03  TAXRES                   PIC X(03).
           03  TINRSN                   PIC X(01).
