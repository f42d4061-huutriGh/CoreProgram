       01  S5406-DATA-AREA.
           03  S5406-DATA-FIELDS.
               05  S5406-MORREF            PIC X(10).
               05  S5406-AREATYPE          PIC X(01).
               05  S5406-POSTCODE          PIC X(10).
               05  S5406-WARD              PIC X(30).
               05  S5406-DISTRICT          PIC X(30).
               05  S5406-PROVINCE          PIC X(30).
               05  S5406-MORDESC           PIC X(30).
               05  S5406-STRTDATE          PIC 9(08).
               05  S5406-ENDDATE           PIC 9(08).
               05  S5406-GRACEXT           PIC 9(03).
               05  S5406-NONOTICE          PIC X(01).
               05  S5406-INTWAIVE          PIC X(01).
               05  S5406-MORSTAT           PIC X(01).
               05  S5406-USERID            PIC X(08).
           03  S5406-ERROR-INDICATORS.
               05  S5406-MORREF-ERR        PIC X(04).
               05  S5406-AREATYPE-ERR      PIC X(04).
               05  S5406-POSTCODE-ERR      PIC X(04).
               05  S5406-MORDESC-ERR       PIC X(04).
               05  S5406-STRTDATE-ERR      PIC X(04).
               05  S5406-ENDDATE-ERR       PIC X(04).
               05  S5406-NONOTICE-ERR      PIC X(04).
               05  S5406-INTWAIVE-ERR      PIC X(04).
               05  S5406-MORSTAT-ERR       PIC X(04).
