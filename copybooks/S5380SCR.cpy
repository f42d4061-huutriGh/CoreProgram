           03  S5380-DATA-FIELDS.
               05  S5380-CHDRNUM           PIC X(08).
               05  S5380-ZACTION           PIC X(01).
               05  S5380-EFFDATE           PIC 9(08).
               05  S5380-FROMFUND          PIC X(04).
               05  S5380-TOFUND            PIC X(04).
               05  S5380-SWPCT             PIC S9(03)V9(02) COMP-3.
               05  S5380-TOFUND-ERR        PIC X(04).
               05  S5380-SWPCT-ERR         PIC X(04).
               05  S5380-ALOCPC-ERR        PIC X(04).
               05  S5380-EFFDATE-ERR       PIC X(04).
