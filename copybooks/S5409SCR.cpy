       01  S5409-DATA-AREA.
           03  S5409-DATA-FIELDS.
               05  S5409-CHDRNUM           PIC X(08).
               05  S5409-OLDOWNER          PIC X(08).
               05  S5409-NEWOWNER          PIC X(08).
               05  S5409-OWNERNAME         PIC X(47).
               05  S5409-PAYRFLAG          PIC X(01).
               05  S5409-MANDREF           PIC X(05).
               05  S5409-DESPFLAG          PIC X(01).
           03  S5409-ERROR-INDICATORS.
               05  S5409-CHDRNUM-ERR       PIC X(04).
               05  S5409-NEWOWNER-ERR      PIC X(04).
               05  S5409-PAYRFLAG-ERR      PIC X(04).
               05  S5409-MANDREF-ERR       PIC X(04).
               05  S5409-DESPFLAG-ERR      PIC X(04).
