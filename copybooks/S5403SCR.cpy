       01  S5403-DATA-AREA.
           03  S5403-DATA-FIELDS.
               05  S5403-CYCLE             PIC X(06).
               05  S5403-USERID            PIC X(08).
               05  S5403-TRANCODE          PIC X(04).
               05  S5403-STAFFNAME         PIC X(30).
               05  S5403-BRANCH            PIC X(03).
               05  S5403-AUTHLIMIT         PIC S9(13)V9(2) COMP-3.
               05  S5403-LASTUSED          PIC 9(08).
               05  S5403-DORMFLAG          PIC X(01).
               05  S5403-SODFLAG           PIC X(01).
               05  S5403-DECISION          PIC X(01).
               05  S5403-DECIDEBY          PIC X(08).
               05  S5403-DECIDEDT          PIC 9(08).
           03  S5403-ERROR-INDICATORS.
               05  S5403-USERID-ERR        PIC X(04).
               05  S5403-DECISION-ERR      PIC X(04).
