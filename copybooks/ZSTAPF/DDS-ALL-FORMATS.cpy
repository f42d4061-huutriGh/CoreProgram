           03  BRANCH                   PIC X(02).
           03  CHECKERID                PIC X(08).
           03  CURRCODE                 PIC X(03).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  FROMCHDR                 PIC X(08).
           03  FROMTRNO                 PIC 9(05).
           03  MAKERID                  PIC X(08).
           03  REASONCD                 PIC X(04).
           03  RECTYPE                  PIC X(01).
           03  RPTMNTH                  PIC 9(06).
           03  RUNDATE                  PIC 9(08).
           03  TOCHDR                   PIC X(08).
           03  TOTRNO                   PIC 9(05).
           03  TRFAMT                   PIC S9(11)V9(02) COMP-3.
           03  TRFCNT                   PIC 9(05).
           03  TRFDATE                  PIC 9(08).
           03  USERID                   PIC X(08).
