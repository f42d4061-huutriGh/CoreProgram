       01  S5401-DATA-AREA.
           03  S5401-DATA-FIELDS.
               05  S5401-CONTEST           PIC X(08).
               05  S5401-CONTDESC          PIC X(30).
               05  S5401-STRTDATE          PIC 9(08).
               05  S5401-ENDDATE           PIC 9(08).
               05  S5401-CNTTYPES.
                   07  S5401-CNTTYPE       PIC X(03) OCCURS 10 TIMES.
               05  S5401-SRCEBUSS.
                   07  S5401-SRCEBUS       PIC X(02) OCCURS 5 TIMES.
               05  S5401-MINCASES          PIC 9(03).
               05  S5401-CASEAPE           PIC S9(13)V9(02) COMP-3.
               05  S5401-MINAPE            PIC S9(13)V9(02) COMP-3.
               05  S5401-MINPERS           PIC 9(03)V9(02).
               05  S5401-CONTSTAT          PIC X(01).
               05  S5401-USERID            PIC X(08).
           03  S5401-ERROR-INDICATORS.
               05  S5401-CONTEST-ERR       PIC X(04).
               05  S5401-CONTDESC-ERR      PIC X(04).
               05  S5401-STRTDATE-ERR      PIC X(04).
               05  S5401-ENDDATE-ERR       PIC X(04).
               05  S5401-MINCASES-ERR      PIC X(04).
               05  S5401-MINPERS-ERR       PIC X(04).
