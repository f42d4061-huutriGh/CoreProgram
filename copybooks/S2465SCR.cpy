               05  S2465-ZPTWARD-OUT       PIC X(01) OCCURS 02.
               05  S2465-IDEXPDATE         PIC 9(08).
               05  S2465-IDEXPDATE-OUT     PIC X(01).
               05  S2465-TAXRES            PIC X(03) OCCURS 03.
               05  S2465-TAXID             PIC X(20) OCCURS 03.
               05  S2465-TINRSN            PIC X(01) OCCURS 03.
               05  S2465-SCERTIND          PIC X(01).
               05  S2465-SCERTDATE         PIC 9(08).
           03  S2465-ERROR-INDICATORS.
               05  S2465-ADDRTYPE-ERR      PIC X(04).
               05  S2465-BRUPIND-ERR       PIC X(04).
               05  S2465-ZPTDIST-ERR       PIC X(04).
               05  S2465-ZPTWARD-ERR       PIC X(04).
               05  S2465-IDEXPDATE-ERR     PIC X(04).
               05  S2465-TAXRES-ERR        PIC X(04) OCCURS 03.
               05  S2465-TAXID-ERR         PIC X(04) OCCURS 03.
               05  S2465-TINRSN-ERR        PIC X(04) OCCURS 03.
               05  S2465-SCERTIND-ERR      PIC X(04).
               05  S2465-SCERTDATE-ERR     PIC X(04).
