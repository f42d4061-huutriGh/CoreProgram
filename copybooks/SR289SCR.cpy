               05  SR289-SUBFILE-PAGE       PIC S9(05) COMP-3.
               05  SR289-TRMNLID            PIC X(10).
               05  SR289-INDIC              PIC X(01).
               05  SR289-TMPRCPT            PIC X(08).
           03  SR289-ERROR-INDICATORS.
               05  SR289-BANKDESC01-ERR     PIC X(04).
               05  SR289-BANKDESC02-ERR     PIC X(04).
               05  SR289-RCPREPRNT-ERR      PIC X(04).
               05  SR289-RCPREPRTCD-ERR     PIC X(04).
               05  SR289-RECEIPT-ERR        PIC X(04).
               05  SR289-TMPRCPT-ERR        PIC X(04).
      *
       01  SR289-SUBFILE-AREA.
           03  SR289-SUBFILE-FIELDS.
