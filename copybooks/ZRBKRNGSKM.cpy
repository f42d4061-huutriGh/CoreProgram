       01  ZRBKRNG-PARAMS.
           03  ZRBKRNG-AGNTNUM          PIC X(08).
           03  ZRBKRNG-BKSTAT           PIC X(01).
           03  ZRBKRNG-BOOKNO           PIC X(08).
           03  ZRBKRNG-BRANCH           PIC X(02).
           03  ZRBKRNG-COMPANY          PIC X(01).
           03  ZRBKRNG-DATA-KEY         PIC X(30).
           03  ZRBKRNG-FORMAT           PIC X(10).
           03  ZRBKRNG-FROMNUM          PIC 9(08).
           03  ZRBKRNG-FUNCTION         PIC X(05).
           03  ZRBKRNG-ISSUEBY          PIC X(08).
           03  ZRBKRNG-ISSUEDT          PIC 9(08).
           03  ZRBKRNG-RETNBY           PIC X(08).
           03  ZRBKRNG-RETNDT           PIC 9(08).
           03  ZRBKRNG-STATUZ           PIC X(04).
           03  ZRBKRNG-TONUM            PIC 9(08).
