       01  ZCNV-PARAMS.
           03  ZCNV-CHDRCOY             PIC X(01).
           03  ZCNV-CNVDATE             PIC 9(08).
           03  ZCNV-FORMAT              PIC X(10).
           03  ZCNV-FUNCTION            PIC X(05).
           03  ZCNV-MORTCLS             PIC X(01).
           03  ZCNV-NEWCHDRNUM          PIC X(08).
           03  ZCNV-OLDCHDRNUM          PIC X(08).
           03  ZCNV-ORIGOCC             PIC 9(08).
           03  ZCNV-STATUZ              PIC X(04).
           03  ZCNV-SUMINS              PIC S9(13)V9(02) COMP-3.
           03  ZCNV-SUSPAMT             PIC S9(11)V9(02) COMP-3.
           03  ZCNV-TRANNO              PIC S9(05) COMP-3.
