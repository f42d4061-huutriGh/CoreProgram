       01  ZILD-PARAMS.
           03  ZILD-CASHVAL             PIC S9(13)V9(02) COMP-3.
           03  ZILD-CHDRCOY             PIC X(01).
           03  ZILD-CHDRNUM             PIC X(08).
           03  ZILD-DEATHBEN            PIC S9(13)V9(02) COMP-3.
           03  ZILD-FORMAT              PIC X(10).
           03  ZILD-FUNCTION            PIC X(05).
           03  ZILD-FUNDHIGH            PIC S9(13)V9(02) COMP-3.
           03  ZILD-FUNDLOW             PIC S9(13)V9(02) COMP-3.
           03  ZILD-FUNDMID             PIC S9(13)V9(02) COMP-3.
           03  ZILD-ILLVER              PIC 9(03).
           03  ZILD-POLYEAR             PIC 9(03).
           03  ZILD-STATUZ              PIC X(04).
           03  ZILD-TOTPREM             PIC S9(13)V9(02) COMP-3.
