       01  ZRAL-PARAMS.
           03  ZRAL-CHDRCOY             PIC X(01).
           03  ZRAL-CHDRNUM             PIC X(08).
           03  ZRAL-CLMCNT              PIC S9(03) COMP-3.
           03  ZRAL-COVERAGE            PIC X(02).
           03  ZRAL-FORMAT              PIC X(10).
           03  ZRAL-FUNCTION            PIC X(05).
           03  ZRAL-LIFE                PIC X(02).
           03  ZRAL-PLNYEAR             PIC S9(03) COMP-3.
           03  ZRAL-REMAMT              PIC S9(11)V9(2) COMP-3.
           03  ZRAL-RIDER               PIC X(02).
           03  ZRAL-STATUZ              PIC X(04).
           03  ZRAL-USEDAMT             PIC S9(11)V9(2) COMP-3.
           03  ZRAL-YRFROM              PIC 9(08).
           03  ZRAL-YRLIMIT             PIC S9(11)V9(2) COMP-3.
           03  ZRAL-YRTO                PIC 9(08).
