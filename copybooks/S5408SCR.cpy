       01  S5408-DATA-AREA.
           03  S5408-DATA-FIELDS.
               05  S5408-ENTITY             PIC X(20).
               05  S5408-LASTDATE           PIC 9(08) OCCURS 10.
               05  S5408-MESSAGE            PIC X(50) OCCURS 10.
               05  S5408-PROGNAME           PIC X(05).
               05  S5408-REASON             PIC X(04) OCCURS 10.
               05  S5408-RJCOUNT            PIC S9(03) COMP-3 OCCURS 10.
               05  S5408-RJENTITY           PIC X(20) OCCURS 10.
               05  S5408-RJSTAT             PIC X(01) OCCURS 10.
               05  S5408-RJSTATSEL          PIC X(01).
               05  S5408-ROWCOUNT           PIC S9(05) COMP-3.
               05  S5408-RSLVDATE           PIC 9(08) OCCURS 10.
               05  S5408-RUNDATE            PIC 9(08) OCCURS 10.
           03  S5408-ERROR-INDICATORS.
               05  S5408-PROGNAME-ERR       PIC X(04).
               05  S5408-RJSTATSEL-ERR      PIC X(04).
