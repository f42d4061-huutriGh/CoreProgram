           03  APPTCNT                  PIC 9(05).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DOCSCNT                  PIC 9(05).
           03  EXAMCNT                  PIC 9(05).
           03  FAILCNT                  PIC 9(05).
           03  OPENCNT                  PIC 9(05).
           03  PASSCNT                  PIC 9(05).
           03  QUALCNT                  PIC 9(05).
           03  RECRUITER                PIC X(08).
           03  RECTYPE                  PIC X(01).
           03  REGCNT                   PIC 9(05).
           03  RPTMNTH                  PIC 9(06).
           03  RUNDATE                  PIC 9(08).
           03  SALESUNT                 PIC X(05).
           03  SANCCNT                  PIC 9(05).
           03  SANHCNT                  PIC 9(05).
           03  WDRCNT                   PIC 9(05).
