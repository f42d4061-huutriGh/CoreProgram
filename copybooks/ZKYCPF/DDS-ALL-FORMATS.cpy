           03  BLOCKED                  PIC X(01).
           03  CLNTNUM                  PIC X(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  GIVNAME                  PIC X(30).
           03  LSTREVDT                 PIC 9(08).
           03  NXTREVDT                 PIC 9(08).
           03  OVERDUE                  PIC X(01).
           03  RISKBAND                 PIC X(01).
           03  RISKSCR                  PIC 9(05).
           03  RUNDATE                  PIC 9(08).
           03  SURNAME                  PIC X(30).
