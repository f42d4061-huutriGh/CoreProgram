       01  ZTRS-PARAMS.
           03  ZTRS-AGNTNUM             PIC X(08).
           03  ZTRS-BOOKNO              PIC X(08).
           03  ZTRS-CANCDATE            PIC 9(08).
           03  ZTRS-COLLAMT             PIC S9(11)V9(02) COMP-3.
           03  ZTRS-COLLDATE            PIC 9(08).
           03  ZTRS-COMPANY             PIC X(01).
           03  ZTRS-DATA-KEY            PIC X(30).
           03  ZTRS-FORMAT              PIC X(10).
           03  ZTRS-FUNCTION            PIC X(05).
           03  ZTRS-LASTRCPT            PIC X(09).
           03  ZTRS-RECEIPT             PIC X(09).
           03  ZTRS-RETURNED            PIC X(01).
           03  ZTRS-SLIPNO              PIC 9(08).
           03  ZTRS-SLIPSTAT            PIC X(01).
           03  ZTRS-STATUZ              PIC X(04).
           03  ZTRS-USECNT              PIC 9(03).
           03  ZTRS-USEDATE             PIC 9(08).
           03  ZTRS-USERID              PIC X(08).
