               05  S5378-WHTAMT            PIC S9(11)V9(2) COMP-3.
               05  S5378-NETAMT            PIC S9(11)V9(2) COMP-3.
               05  S5378-ZACTION           PIC X(01).
               05  S5378-OPENBOOKS         PIC 9(03).
           03  S5378-ERROR-INDICATORS.
               05  S5378-AGNTNUM-ERR       PIC X(04).
               05  S5378-ZACTION-ERR       PIC X(04).
