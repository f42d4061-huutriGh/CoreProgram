       01  ZRPLAGT-PARAMS.
           03  ZRPLAGT-AGNTNUM          PIC X(08).
           03  ZRPLAGT-CHDRCOY          PIC X(01).
           03  ZRPLAGT-CHDRNUM          PIC X(08).
           03  ZRPLAGT-CLNTNUM          PIC X(08).
           03  ZRPLAGT-CNTBRANCH        PIC X(02).
           03  ZRPLAGT-CNTTYPE          PIC X(03).
           03  ZRPLAGT-DETDATE          PIC 9(08).
           03  ZRPLAGT-FORMAT           PIC X(10).
           03  ZRPLAGT-FUNCTION         PIC X(05).
           03  ZRPLAGT-OLDCHDR          PIC X(08).
           03  ZRPLAGT-OLDEFF           PIC 9(08).
           03  ZRPLAGT-OLDTRCDE         PIC X(04).
           03  ZRPLAGT-REQCODE          PIC X(04).
           03  ZRPLAGT-RPLROLE          PIC X(02).
           03  ZRPLAGT-STATUZ           PIC X(04).
