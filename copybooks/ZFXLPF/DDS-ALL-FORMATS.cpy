           03  BUYRATE                  PIC S9(07)V9(07) COMP-3.
           03  CURRCODE                 PIC X(03).
           03  CURROUT                  PIC X(03).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  MIDRATE                  PIC S9(07)V9(07) COMP-3.
           03  RATEDATE                 PIC 9(08).
           03  SELLRATE                 PIC S9(07)V9(07) COMP-3.
