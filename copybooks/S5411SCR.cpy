       01  S5411-DATA-AREA.
           03  S5411-DATA-FIELDS.
               05  S5411-FROMCHDR          PIC X(08).
               05  S5411-FROMNAME          PIC X(47).
               05  S5411-TOCHDR            PIC X(08).
               05  S5411-TONAME            PIC X(47).
               05  S5411-CURRCODE          PIC X(03).
               05  S5411-SUSPAMT           PIC S9(11)V9(2) COMP-3.
               05  S5411-TRFAMT            PIC S9(11)V9(2) COMP-3.
               05  S5411-REASONCD          PIC X(04).
           03  S5411-ERROR-INDICATORS.
               05  S5411-FROMCHDR-ERR      PIC X(04).
               05  S5411-TOCHDR-ERR        PIC X(04).
               05  S5411-TRFAMT-ERR        PIC X(04).
               05  S5411-REASONCD-ERR      PIC X(04).
