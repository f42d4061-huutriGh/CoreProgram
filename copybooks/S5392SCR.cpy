       01  S5392-DATA-AREA.
           03  S5392-DATA-FIELDS.
               05  S5392-ADMITDATE         PIC 9(08).
               05  S5392-CALCAMT           PIC S9(11)V9(2) COMP-3.
               05  S5392-CHDRNUM           PIC X(08).
               05  S5392-CLAIMAMT          PIC S9(11)V9(2) COMP-3.
               05  S5392-CLAMNUM           PIC X(08).
               05  S5392-COVERAGE          PIC X(02).
               05  S5392-CRTABLE           PIC X(04).
               05  S5392-DIAGCODE          PIC X(06).
               05  S5392-DISCDATE          PIC 9(08).
               05  S5392-HOSPDAYS          PIC S9(03) COMP-3.
               05  S5392-LIFE              PIC X(02).
               05  S5392-PAYAMT            PIC S9(11)V9(2) COMP-3.
               05  S5392-REMLIMIT          PIC S9(11)V9(2) COMP-3.
               05  S5392-RIDER             PIC X(02).
           03  S5392-ERROR-INDICATORS.
               05  S5392-ADMITDATE-ERR     PIC X(04).
               05  S5392-CHDRNUM-ERR       PIC X(04).
               05  S5392-CLAIMAMT-ERR      PIC X(04).
               05  S5392-COVERAGE-ERR      PIC X(04).
               05  S5392-DIAGCODE-ERR      PIC X(04).
               05  S5392-DISCDATE-ERR      PIC X(04).
