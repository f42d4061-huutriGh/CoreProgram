       01  ZARK-ZAMLRSK-REC.
           03  ZARK-STATUZ              PIC X(04).
           03  ZARK-FUNCTION            PIC X(05).
           03  ZARK-COMPANY             PIC X(01).
           03  ZARK-CLNTCOY             PIC X(01).
           03  ZARK-CLNTNUM             PIC X(08).
           03  ZARK-CHDRNUM             PIC X(08).
           03  ZARK-EFFDATE             PIC 9(08).
           03  ZARK-USERID              PIC X(08).
           03  ZARK-REVNOTE             PIC X(30).
           03  ZARK-RISKSCR             PIC 9(05).
           03  ZARK-RISKBAND            PIC X(01).
           03  ZARK-LSTREVDT            PIC 9(08).
           03  ZARK-NXTREVDT            PIC 9(08).
           03  ZARK-OVERDUE             PIC X(01).
           03  ZARK-BLOCKED             PIC X(01).
