       01  ZRBKAGT-PARAMS.
           03  ZRBKAGT-AGNTNUM          PIC X(08).
           03  ZRBKAGT-BKSTAT           PIC X(01).
           03  ZRBKAGT-BOOKNO           PIC X(08).
           03  ZRBKAGT-BRANCH           PIC X(02).
           03  ZRBKAGT-COMPANY          PIC X(01).
           03  ZRBKAGT-DATA-KEY         PIC X(30).
           03  ZRBKAGT-FORMAT           PIC X(10).
           03  ZRBKAGT-FROMNUM          PIC 9(08).
           03  ZRBKAGT-FUNCTION         PIC X(05).
           03  ZRBKAGT-ISSUEBY          PIC X(08).
           03  ZRBKAGT-ISSUEDT          PIC 9(08).
           03  ZRBKAGT-RETNBY           PIC X(08).
           03  ZRBKAGT-RETNDT           PIC 9(08).
           03  ZRBKAGT-STATUZ           PIC X(04).
           03  ZRBKAGT-TONUM            PIC 9(08).
