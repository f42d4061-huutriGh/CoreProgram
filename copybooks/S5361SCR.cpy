               05  S5361-NEWSTAT           PIC X(02).
               05  S5361-RESVAMT           PIC S9(11)V9(2) COMP-3.
               05  S5361-SETTLEAMT         PIC S9(11)V9(2) COMP-3.
               05  S5361-DECLRSN           PIC X(04).
               05  S5361-REFUNDIND         PIC X(01).
           03  S5361-ERROR-INDICATORS.
               05  S5361-CLAMNUM-ERR       PIC X(04).
               05  S5361-NEWSTAT-ERR       PIC X(04).
               05  S5361-SETTLEAMT-ERR     PIC X(04).
               05  S5361-DECLRSN-ERR       PIC X(04).
               05  S5361-REFUNDIND-ERR     PIC X(04).
