               05  S5374-CTYPEDES          PIC X(30).
               05  S5374-OWNERNAME         PIC X(47).
               05  S5374-STATCODE          PIC X(02).
               05  S5374-CALCVAL           PIC S9(11)V9(2) COMP-3.
               05  S5374-OVRDVAL           PIC S9(11)V9(2) COMP-3.
               05  S5374-SURRVAL           PIC S9(11)V9(2) COMP-3.
               05  S5374-LOANBAL           PIC S9(11)V9(2) COMP-3.
               05  S5374-SUSPAMT           PIC S9(11)V9(2) COMP-3.
           03  S5374-ERROR-INDICATORS.
               05  S5374-CHDRNUM-ERR       PIC X(04).
               05  S5374-SURRVAL-ERR       PIC X(04).
               05  S5374-OVRDVAL-ERR       PIC X(04).
               05  S5374-ZACTION-ERR       PIC X(04).
