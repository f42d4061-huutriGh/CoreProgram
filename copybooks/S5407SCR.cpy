       01  S5407-DATA-AREA.
           03  S5407-DATA-FIELDS.
               05  S5407-CHDRNUM           PIC X(08).
               05  S5407-CLAMNUM           PIC X(08).
               05  S5407-CNTTYPE           PIC X(03).
               05  S5407-DOCCLAM           PIC X(08) OCCURS 10.
               05  S5407-DOCID             PIC X(20) OCCURS 10.
               05  S5407-DOCIDSEL          PIC X(20).
               05  S5407-DOCTYPE           PIC X(04) OCCURS 10.
               05  S5407-LIFE              PIC X(02) OCCURS 10.
               05  S5407-MOREIND           PIC X(01).
               05  S5407-REQSEQ            PIC S9(03) COMP-3 OCCURS 10.
               05  S5407-REQTYPE           PIC X(01) OCCURS 10.
               05  S5407-ROWCOUNT          PIC S9(05) COMP-3.
               05  S5407-SCANDATE          PIC 9(08) OCCURS 10.
           03  S5407-ERROR-INDICATORS.
               05  S5407-CHDRNUM-ERR       PIC X(04).
               05  S5407-CLAMNUM-ERR       PIC X(04).
