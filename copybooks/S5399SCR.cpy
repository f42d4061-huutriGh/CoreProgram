       01  S5399-DATA-AREA.
           03  S5399-DATA-FIELDS.
               05  S5399-CASHVAL           PIC S9(13)V9(02) COMP-3
                                           OCCURS 10.
               05  S5399-CHDRNUM           PIC X(08).
               05  S5399-CNTTYPE           PIC X(03).
               05  S5399-DEATHBEN          PIC S9(13)V9(02) COMP-3
                                           OCCURS 10.
               05  S5399-FUNDHIGH          PIC S9(13)V9(02) COMP-3
                                           OCCURS 10.
               05  S5399-FUNDLOW           PIC S9(13)V9(02) COMP-3
                                           OCCURS 10.
               05  S5399-FUNDMID           PIC S9(13)V9(02) COMP-3
                                           OCCURS 10.
               05  S5399-ILLVER            PIC 9(03).
               05  S5399-INSTPREM          PIC S9(11)V9(02) COMP-3.
               05  S5399-MATBEN            PIC S9(13)V9(02) COMP-3.
               05  S5399-POLYEAR           PIC 9(03) OCCURS 10.
               05  S5399-PROJYRS           PIC 9(03).
               05  S5399-SUMINS            PIC S9(13)V9(02) COMP-3.
               05  S5399-TOTPREM           PIC S9(13)V9(02) COMP-3
                                           OCCURS 10.
               05  S5399-ULIND             PIC X(01).
           03  S5399-ERROR-INDICATORS.
               05  S5399-CHDRNUM-ERR       PIC X(04).
