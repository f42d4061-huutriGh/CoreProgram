       01  S5398-DATA-AREA.
           03  S5398-DATA-FIELDS.
               05  S5398-HOLDREF           PIC X(15).
               05  S5398-HOLDSCOP          PIC X(02).
               05  S5398-HOLDENT           PIC X(08).
               05  S5398-HOLDTYPE          PIC X(01).
               05  S5398-HOLDAUTH          PIC X(30).
               05  S5398-STRTDATE          PIC 9(08).
               05  S5398-RELDATE           PIC 9(08).
               05  S5398-HOLDSTAT          PIC X(01).
               05  S5398-USERID            PIC X(08).
           03  S5398-ERROR-INDICATORS.
               05  S5398-HOLDREF-ERR       PIC X(04).
               05  S5398-HOLDSCOP-ERR      PIC X(04).
               05  S5398-HOLDENT-ERR       PIC X(04).
               05  S5398-HOLDTYPE-ERR      PIC X(04).
               05  S5398-HOLDAUTH-ERR      PIC X(04).
               05  S5398-STRTDATE-ERR      PIC X(04).
               05  S5398-RELDATE-ERR       PIC X(04).
