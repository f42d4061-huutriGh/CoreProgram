       01  S5393-DATA-AREA.
           03  S5393-DATA-FIELDS.
               05  S5393-ADMITDATE         PIC 9(08) OCCURS 10.
               05  S5393-CHDRNUM           PIC X(08).
               05  S5393-CLAMNUM           PIC X(08) OCCURS 10.
               05  S5393-CLMCOUNT          PIC S9(05) COMP-3.
               05  S5393-COVERAGE          PIC X(02).
               05  S5393-CRTABLE           PIC X(04).
               05  S5393-DIAGCODE          PIC X(06) OCCURS 10.
               05  S5393-DISCDATE          PIC 9(08) OCCURS 10.
               05  S5393-HOSPDAYS          PIC S9(03) COMP-3
                                           OCCURS 10.
               05  S5393-LIFE              PIC X(02).
               05  S5393-PAYAMT            PIC S9(11)V9(2) COMP-3
                                           OCCURS 10.
               05  S5393-REMLIMIT          PIC S9(11)V9(2) COMP-3.
               05  S5393-RIDER             PIC X(02).
               05  S5393-TOTPAID           PIC S9(13)V9(2) COMP-3.
               05  S5393-YRLIMIT           PIC S9(11)V9(2) COMP-3.
           03  S5393-ERROR-INDICATORS.
               05  S5393-CHDRNUM-ERR       PIC X(04).
               05  S5393-COVERAGE-ERR      PIC X(04).
