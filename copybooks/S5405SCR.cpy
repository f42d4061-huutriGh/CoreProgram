       01  S5405-DATA-AREA.
           03  S5405-DATA-FIELDS.
               05  S5405-CHDRNUM           PIC X(08).
               05  S5405-WLDATE            PIC 9(08).
               05  S5405-AGNTNUM           PIC X(08).
               05  S5405-BRANCH            PIC X(02).
               05  S5405-ORPHAN            PIC X(01).
               05  S5405-RISKSCORE         PIC 9(03).
               05  S5405-SIGNALS           PIC X(40).
               05  S5405-ANNPREM           PIC S9(11)V9(2) COMP-3.
               05  S5405-WRKSTAT           PIC X(01).
               05  S5405-OUTCOME           PIC X(02).
               05  S5405-CONTDATE          PIC 9(08).
               05  S5405-USERID            PIC X(08).
           03  S5405-ERROR-INDICATORS.
               05  S5405-CHDRNUM-ERR       PIC X(04).
               05  S5405-OUTCOME-ERR       PIC X(04).
               05  S5405-CONTDATE-ERR      PIC X(04).
