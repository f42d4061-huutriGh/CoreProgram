       01  S5394-DATA-AREA.
           03  S5394-DATA-FIELDS.
               05  S5394-CHDRNUM           PIC X(08).
               05  S5394-CNTTYPE           PIC X(03).
               05  S5394-STATCODE          PIC X(02).
               05  S5394-SUSPAMT           PIC S9(11)V9(2) COMP-3.
               05  S5394-TOPUPAMT          PIC S9(11)V9(2) COMP-3.
               05  S5394-CHGAMT            PIC S9(11)V9(2) COMP-3.
               05  S5394-NETAMT            PIC S9(11)V9(2) COMP-3.
               05  S5394-FUNDS.
                   07  S5394-VRTFUND       PIC X(04) OCCURS 5 TIMES.
               05  S5394-ALOCPCS.
                   07  S5394-ALOCPC        PIC S9(03)V9(02) COMP-3
                                           OCCURS 5 TIMES.
           03  S5394-ERROR-INDICATORS.
               05  S5394-CHDRNUM-ERR       PIC X(04).
               05  S5394-TOPUPAMT-ERR      PIC X(04).
               05  S5394-VRTFUND-ERR       PIC X(04).
               05  S5394-ALOCPC-ERR        PIC X(04).
