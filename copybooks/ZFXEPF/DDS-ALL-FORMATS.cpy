           03  BUYRATE                  PIC S9(07)V9(07) COMP-3.
           03  CURRCODE                 PIC X(03).
           03  CURROUT                  PIC X(03).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  EXCPREASN                PIC X(30).
           03  MAXMOVPC                 PIC S9(03)V9(02) COMP-3.
           03  MIDRATE                  PIC S9(07)V9(07) COMP-3.
           03  MOVEPC                   PIC S9(05)V9(02) COMP-3.
           03  PRVDATE                  PIC 9(08).
           03  PRVRATE                  PIC S9(07)V9(07) COMP-3.
           03  RATEDATE                 PIC 9(08).
           03  REPDATE                  PIC 9(08).
           03  SELLRATE                 PIC S9(07)V9(07) COMP-3.
