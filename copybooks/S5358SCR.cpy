               05  S5358-BTDATE            PIC 9(08).
               05  S5358-CHDRNUM           PIC X(08).
               05  S5358-CNTTYPE           PIC X(03).
               05  S5358-EFFDATE           PIC 9(08).
               05  S5358-INSTAMT           PIC S9(11)V9(2) COMP-3.
               05  S5358-MANDREF           PIC X(05).
               05  S5358-NBILLCHNL         PIC X(02).
               05  S5358-PTDATE            PIC 9(08).
           03  S5358-ERROR-INDICATORS.
               05  S5358-CHDRNUM-ERR       PIC X(04).
               05  S5358-EFFDATE-ERR       PIC X(04).
               05  S5358-MANDREF-ERR       PIC X(04).
               05  S5358-NBILLCHNL-ERR     PIC X(04).
               05  S5358-NBILLFREQ-ERR     PIC X(04).
