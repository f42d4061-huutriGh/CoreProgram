       01  ZCNVOLD-PARAMS.
           03  ZCNVOLD-CHDRCOY          PIC X(01).
           03  ZCNVOLD-CNVDATE          PIC 9(08).
           03  ZCNVOLD-FORMAT           PIC X(10).
           03  ZCNVOLD-FUNCTION         PIC X(05).
           03  ZCNVOLD-MORTCLS          PIC X(01).
           03  ZCNVOLD-NEWCHDRNUM       PIC X(08).
           03  ZCNVOLD-OLDCHDRNUM       PIC X(08).
           03  ZCNVOLD-ORIGOCC          PIC 9(08).
           03  ZCNVOLD-STATUZ           PIC X(04).
           03  ZCNVOLD-SUMINS           PIC S9(13)V9(02) COMP-3.
           03  ZCNVOLD-SUSPAMT          PIC S9(11)V9(02) COMP-3.
           03  ZCNVOLD-TRANNO           PIC S9(05) COMP-3.
