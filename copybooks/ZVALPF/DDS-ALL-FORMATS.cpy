           03  CHDRCOY                  PIC X(01).
           03  CHDRNUM                  PIC X(08).
           03  CNTTYPE                  PIC X(03).
           03  COHORT                   PIC 9(04).
           03  COVERAGE                 PIC X(02).
           03  CRTABLE                  PIC X(04).
           03  CSHVAL                   PIC S9(13)V9(02) COMP-3.
           03  DDS-ALL-FORMATS          PIC X(30).
           03  INSTPREM                 PIC S9(11)V9(02) COMP-3.
           03  LIFE                     PIC X(02).
           03  LOANBAL                  PIC S9(13)V9(02) COMP-3.
           03  OCCDATE                  PIC 9(08).
           03  PORTFOLIO                PIC X(08).
           03  PRFTIND                  PIC X(01).
           03  PSTATCODE                PIC X(02).
           03  PTDATE                   PIC 9(08).
           03  RCESDTE                  PIC 9(08).
