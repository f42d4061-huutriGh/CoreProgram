       01  ZSTR-PARAMS.
           03  ZSTR-BRANCH              PIC X(02).
           03  ZSTR-CHDRCOY             PIC X(01).
           03  ZSTR-CHECKERID           PIC X(08).
           03  ZSTR-CURRCODE            PIC X(03).
           03  ZSTR-DATA-KEY            PIC X(30).
           03  ZSTR-FORMAT              PIC X(10).
           03  ZSTR-FROMCHDR            PIC X(08).
           03  ZSTR-FROMTRNO            PIC S9(05) COMP-3.
           03  ZSTR-FUNCTION            PIC X(05).
           03  ZSTR-MAKERID             PIC X(08).
           03  ZSTR-REASONCD            PIC X(04).
           03  ZSTR-STATUZ              PIC X(04).
           03  ZSTR-TOCHDR              PIC X(08).
           03  ZSTR-TOTRNO              PIC S9(05) COMP-3.
           03  ZSTR-TRFAMT              PIC S9(11)V9(2) COMP-3.
           03  ZSTR-TRFDATE             PIC 9(08).
           03  ZSTR-USERID              PIC X(08).
