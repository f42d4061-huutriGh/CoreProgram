       01  S5400-DATA-AREA.
           03  S5400-DATA-FIELDS.
               05  S5400-BNKBRANCH         PIC X(10).
               05  S5400-CHDRNUM           PIC X(08).
               05  S5400-CNTTYPE           PIC X(03).
               05  S5400-PARTNER           PIC X(04).
               05  S5400-PAYEENME          PIC X(60).
               05  S5400-REFERRER          PIC X(10).
               05  S5400-SRCEBUS           PIC X(02).
           03  S5400-ERROR-INDICATORS.
               05  S5400-CHDRNUM-ERR       PIC X(04).
               05  S5400-PARTNER-ERR       PIC X(04).
