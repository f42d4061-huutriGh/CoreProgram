               05  S5367-BNYPC             PIC S9(03)V9(02) COMP-3
                                           OCCURS 05.
               05  S5367-CHDRNUM           PIC X(08).
               05  S5367-EFFDATE           PIC 9(08).
               05  S5367-GUARDIAN          PIC X(08) OCCURS 05.
               05  S5367-RELCODE           PIC X(02) OCCURS 05.
           03  S5367-ERROR-INDICATORS.
               05  S5367-BNYCLT-ERR        PIC X(04) OCCURS 05.
               05  S5367-BNYPC-ERR         PIC X(04) OCCURS 05.
               05  S5367-CHDRNUM-ERR       PIC X(04).
               05  S5367-EFFDATE-ERR       PIC X(04).
