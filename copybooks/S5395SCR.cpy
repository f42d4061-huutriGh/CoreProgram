       01  S5395-DATA-AREA.
           03  S5395-DATA-FIELDS.
               05  S5395-CHDRNUM           PIC X(08).
               05  S5395-LIFE              PIC X(02).
               05  S5395-CNTTYPE           PIC X(03).
               05  S5395-STATCODE          PIC X(02).
               05  S5395-LIFCNUM           PIC X(08).
               05  S5395-OLDDOB            PIC 9(08).
               05  S5395-OLDSEX            PIC X(01).
               05  S5395-OLDANB            PIC 9(03).
               05  S5395-NEWDOB            PIC 9(08).
               05  S5395-NEWSEX            PIC X(01).
               05  S5395-NEWANB            PIC 9(03).
               05  S5395-COMPCNT           PIC 9(02).
               05  S5395-OLDPREM           PIC S9(11)V9(2) COMP-3.
               05  S5395-NEWPREM           PIC S9(11)V9(2) COMP-3.
               05  S5395-OLDSUMI           PIC S9(13)V9(2) COMP-3.
               05  S5395-NEWSUMI           PIC S9(13)V9(2) COMP-3.
               05  S5395-INSTPAID          PIC 9(04).
               05  S5395-PREMDIFF          PIC S9(11)V9(2) COMP-3.
               05  S5395-ADJMETH           PIC X(01).
               05  S5395-SUSPAMT           PIC S9(11)V9(2) COMP-3.
           03  S5395-ERROR-INDICATORS.
               05  S5395-CHDRNUM-ERR       PIC X(04).
               05  S5395-LIFE-ERR          PIC X(04).
               05  S5395-NEWDOB-ERR        PIC X(04).
               05  S5395-PREMDIFF-ERR      PIC X(04).
