           03  ZSTP-STOPPED             PIC X(01).
           03  ZSTP-CHECK-QUOT          PIC S9(08) COMP-3.
           03  ZSTP-CHECK-REM           PIC S9(04) COMP-3.
           03  ZRJL-STATUZ              PIC X(04).
           03  ZRJL-REDRIVE             PIC X(01).
           03  ZRJL-REJECTED            PIC X(01).
           03  ZRJL-ONREG               PIC X(01).
           03  ZRJL-ENTITY              PIC X(20).
           03  ZRJL-REASON              PIC X(04).
           03  ZRJL-MESSAGE             PIC X(50).
           03  TBLC-HITS                PIC S9(09) COMP-3.
           03  TBLC-MISSES              PIC S9(09) COMP-3.
           03  DTC4-INT-DATE-2          PIC X(30).
           03  UBBL-CHDR-CHDRCOY        PIC X(30).
           03  UBBL-CHDR-CHDRNUM        PIC X(30).
