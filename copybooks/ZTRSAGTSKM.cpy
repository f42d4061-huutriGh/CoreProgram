       01  ZTRSAGT-PARAMS.
           03  ZTRSAGT-AGNTNUM          PIC X(08).
           03  ZTRSAGT-BOOKNO           PIC X(08).
           03  ZTRSAGT-CANCDATE         PIC 9(08).
           03  ZTRSAGT-COLLAMT          PIC S9(11)V9(02) COMP-3.
           03  ZTRSAGT-COLLDATE         PIC 9(08).
           03  ZTRSAGT-COMPANY          PIC X(01).
           03  ZTRSAGT-DATA-KEY         PIC X(30).
           03  ZTRSAGT-FORMAT           PIC X(10).
           03  ZTRSAGT-FUNCTION         PIC X(05).
           03  ZTRSAGT-LASTRCPT         PIC X(09).
           03  ZTRSAGT-RECEIPT          PIC X(09).
           03  ZTRSAGT-RETURNED         PIC X(01).
           03  ZTRSAGT-SLIPNO           PIC 9(08).
           03  ZTRSAGT-SLIPSTAT         PIC X(01).
           03  ZTRSAGT-STATUZ           PIC X(04).
           03  ZTRSAGT-USECNT           PIC 9(03).
           03  ZTRSAGT-USEDATE          PIC 9(08).
           03  ZTRSAGT-USERID           PIC X(08).
