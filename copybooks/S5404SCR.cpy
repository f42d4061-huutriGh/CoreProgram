       01  S5404-DATA-AREA.
           03  S5404-DATA-FIELDS.
               05  S5404-ZACTION           PIC X(01).
               05  S5404-BOOKNO            PIC X(08).
               05  S5404-AGNTNUM           PIC X(08).
               05  S5404-AGENTNAME         PIC X(47).
               05  S5404-FROMNUM           PIC 9(08).
               05  S5404-TONUM             PIC 9(08).
               05  S5404-BKSTAT            PIC X(01).
               05  S5404-SLIPNO            PIC 9(08).
               05  S5404-RETURNED          PIC X(01).
               05  S5404-COLLDATE          PIC 9(08).
               05  S5404-COLLAMT           PIC S9(11)V9(2) COMP-3.
           03  S5404-ERROR-INDICATORS.
               05  S5404-ZACTION-ERR       PIC X(04).
               05  S5404-BOOKNO-ERR        PIC X(04).
               05  S5404-AGNTNUM-ERR       PIC X(04).
               05  S5404-FROMNUM-ERR       PIC X(04).
               05  S5404-TONUM-ERR         PIC X(04).
               05  S5404-SLIPNO-ERR        PIC X(04).
               05  S5404-RETURNED-ERR      PIC X(04).
               05  S5404-COLLDATE-ERR      PIC X(04).
               05  S5404-COLLAMT-ERR       PIC X(04).
