       01  ZYRT-PARAMS.
           03  ZYRT-ACTION              PIC X(01).
           03  ZYRT-ANB                 PIC S9(03) COMP-3.
           03  ZYRT-ANNDATE             PIC 9(08).
           03  ZYRT-CHDRCOY             PIC X(01).
           03  ZYRT-CHDRNUM             PIC X(08).
           03  ZYRT-COVERAGE            PIC X(02).
           03  ZYRT-FORMAT              PIC X(10).
           03  ZYRT-FUNCTION            PIC X(05).
           03  ZYRT-LIFE                PIC X(02).
           03  ZYRT-NEWINST             PIC S9(11)V9(2) COMP-3.
           03  ZYRT-NEWPREM             PIC S9(11)V9(2) COMP-3.
           03  ZYRT-NOTDATE             PIC 9(08).
           03  ZYRT-OLDPREM             PIC S9(11)V9(2) COMP-3.
           03  ZYRT-RIDER               PIC X(02).
           03  ZYRT-STATUZ              PIC X(04).
           03  ZYRT-TRANNO              PIC S9(05) COMP-3.
           03  ZYRT-YRTSTAT             PIC X(01).
