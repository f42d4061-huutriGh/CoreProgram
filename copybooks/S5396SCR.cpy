       01  S5396-DATA-AREA.
           03  S5396-DATA-FIELDS.
               05  S5396-CHDRNUM           PIC X(08).
               05  S5396-CNTTYPE           PIC X(03).
               05  S5396-STATCODE          PIC X(02).
               05  S5396-OCCDATE           PIC 9(08).
               05  S5396-LIFCNUM           PIC X(08).
               05  S5396-ANBAGE            PIC 9(03).
               05  S5396-DURATION          PIC 9(02).
               05  S5396-MORTCLS           PIC X(01).
               05  S5396-CNVTYPE           PIC X(03).
               05  S5396-CNVCRTABLE        PIC X(04).
               05  S5396-TERMSUMI          PIC S9(13)V9(2) COMP-3.
               05  S5396-CNVSUMI           PIC S9(13)V9(2) COMP-3.
               05  S5396-NEWPREM           PIC S9(11)V9(2) COMP-3.
               05  S5396-SUSPAMT           PIC S9(11)V9(2) COMP-3.
               05  S5396-PDAHEAD           PIC S9(11)V9(2) COMP-3.
               05  S5396-XFERAMT           PIC S9(11)V9(2) COMP-3.
               05  S5396-NEWCHDRNUM        PIC X(08).
           03  S5396-ERROR-INDICATORS.
               05  S5396-CHDRNUM-ERR       PIC X(04).
               05  S5396-CNVSUMI-ERR       PIC X(04).
