       01  S5402-DATA-AREA.
           03  S5402-DATA-FIELDS.
               05  S5402-CLNTNUM           PIC X(08).
               05  S5402-CLNTNAME          PIC X(47).
               05  S5402-RISKSCR           PIC 9(05).
               05  S5402-RISKBAND          PIC X(01).
               05  S5402-LSTREVDT          PIC 9(08).
               05  S5402-NXTREVDT          PIC 9(08).
               05  S5402-REVDATE           PIC 9(08).
               05  S5402-REVNOTE           PIC X(30).
           03  S5402-ERROR-INDICATORS.
               05  S5402-CLNTNUM-ERR       PIC X(04).
               05  S5402-REVDATE-ERR       PIC X(04).
               05  S5402-REVNOTE-ERR       PIC X(04).
