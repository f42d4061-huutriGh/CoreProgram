       01  S5397-DATA-AREA.
           03  S5397-DATA-FIELDS.
               05  S5397-APPDATE           PIC 9(08) OCCURS 10.
               05  S5397-CHDRNUM           PIC X(08).
               05  S5397-CNTTYPE           PIC X(03).
               05  S5397-EFFDATE           PIC 9(08) OCCURS 10.
               05  S5397-ENTDATE           PIC 9(08) OCCURS 10.
               05  S5397-ERRCODE           PIC X(04) OCCURS 10.
               05  S5397-PENDCNT           PIC S9(05) COMP-3.
               05  S5397-PROG              PIC X(05) OCCURS 10.
               05  S5397-ROWCOUNT          PIC S9(05) COMP-3.
               05  S5397-SCHSTAT           PIC X(01) OCCURS 10.
               05  S5397-USERID            PIC X(08) OCCURS 10.
           03  S5397-ERROR-INDICATORS.
               05  S5397-CHDRNUM-ERR       PIC X(04).
