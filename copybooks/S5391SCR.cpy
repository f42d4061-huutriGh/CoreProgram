       01  S5391-DATA-AREA.
           03  S5391-DATA-FIELDS.
               05  S5391-CHDRNUM           PIC X(08).
               05  S5391-CNTTYPE           PIC X(03).
               05  S5391-CTYPEDES          PIC X(30).
               05  S5391-OWNERNAME         PIC X(47).
               05  S5391-STATCODE          PIC X(02).
               05  S5391-CSHVAL            PIC S9(11)V9(2) COMP-3.
               05  S5391-LOANBAL           PIC S9(11)V9(2) COMP-3.
               05  S5391-MAXLOAN           PIC S9(11)V9(2) COMP-3.
               05  S5391-LOANAMT           PIC S9(11)V9(2) COMP-3.
           03  S5391-ERROR-INDICATORS.
               05  S5391-CHDRNUM-ERR       PIC X(04).
               05  S5391-LOANAMT-ERR       PIC X(04).
