       01  ZPRFREF-PARAMS.
           03  ZPRFREF-CHDRCOY          PIC X(01).
           03  ZPRFREF-CHDRNUM          PIC X(08).
           03  ZPRFREF-CLNTNUM          PIC X(08).
           03  ZPRFREF-DATA-KEY         PIC X(30).
           03  ZPRFREF-FORMAT           PIC X(10).
           03  ZPRFREF-FUNCTION         PIC X(05).
           03  ZPRFREF-GENDATE          PIC 9(08).
           03  ZPRFREF-GENNO            PIC 9(01).
           03  ZPRFREF-PAYREF           PIC X(16).
           03  ZPRFREF-PAYRSEQNO        PIC 9(02).
           03  ZPRFREF-QRDATA           PIC X(120).
           03  ZPRFREF-STATUZ           PIC X(04).
           03  ZPRFREF-VALIDFLAG        PIC X(01).
