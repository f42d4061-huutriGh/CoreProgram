       01  ZRBK-PARAMS.
           03  ZRBK-AGNTNUM             PIC X(08).
           03  ZRBK-BKSTAT              PIC X(01).
           03  ZRBK-BOOKNO              PIC X(08).
           03  ZRBK-BRANCH              PIC X(02).
           03  ZRBK-COMPANY             PIC X(01).
           03  ZRBK-DATA-KEY            PIC X(30).
           03  ZRBK-FORMAT              PIC X(10).
           03  ZRBK-FROMNUM             PIC 9(08).
           03  ZRBK-FUNCTION            PIC X(05).
           03  ZRBK-ISSUEBY             PIC X(08).
           03  ZRBK-ISSUEDT             PIC 9(08).
           03  ZRBK-RETNBY              PIC X(08).
           03  ZRBK-RETNDT              PIC 9(08).
           03  ZRBK-STATUZ              PIC X(04).
           03  ZRBK-TONUM               PIC 9(08).
