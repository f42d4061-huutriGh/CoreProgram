       01  ZSTRBRU-PARAMS.
           03  ZSTRBRU-BRANCH           PIC X(02).
           03  ZSTRBRU-CHDRCOY          PIC X(01).
           03  ZSTRBRU-CHECKERID        PIC X(08).
           03  ZSTRBRU-CURRCODE         PIC X(03).
           03  ZSTRBRU-DATA-KEY         PIC X(30).
           03  ZSTRBRU-FORMAT           PIC X(10).
           03  ZSTRBRU-FROMCHDR         PIC X(08).
           03  ZSTRBRU-FROMTRNO         PIC S9(05) COMP-3.
           03  ZSTRBRU-FUNCTION         PIC X(05).
           03  ZSTRBRU-MAKERID          PIC X(08).
           03  ZSTRBRU-REASONCD         PIC X(04).
           03  ZSTRBRU-STATUZ           PIC X(04).
           03  ZSTRBRU-TOCHDR           PIC X(08).
           03  ZSTRBRU-TOTRNO           PIC S9(05) COMP-3.
           03  ZSTRBRU-TRFAMT           PIC S9(11)V9(2) COMP-3.
           03  ZSTRBRU-TRFDATE          PIC 9(08).
           03  ZSTRBRU-USERID           PIC X(08).
