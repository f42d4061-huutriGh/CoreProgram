       01  S5363-DATA-AREA.
           03  S5363-DATA-FIELDS.
               05  S5363-CHDRNUM           PIC X(08).
               05  S5363-CLINIC            PIC X(08).
               05  S5363-COVERAGE          PIC X(02).
               05  S5363-LIFE              PIC X(02).
               05  S5363-MANDFLAG          PIC X(01).
               05  S5363-RIDER             PIC X(02).
           03  S5363-ERROR-INDICATORS.
               05  S5363-CHDRNUM-ERR       PIC X(04).
               05  S5363-CLINIC-ERR        PIC X(04).
               05  S5363-NEWSTAT-ERR       PIC X(04).
               05  S5363-REQCODE-ERR       PIC X(04).
               05  S5363-REQSEQ-ERR        PIC X(04).
