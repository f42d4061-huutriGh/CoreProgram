       01  ZCANUNT-PARAMS.
           03  ZCANUNT-AGNTCOY          PIC X(01).
           03  ZCANUNT-AGNTNUM          PIC X(08).
           03  ZCANUNT-APPTDATE         PIC 9(08).
           03  ZCANUNT-CANDSTAT         PIC X(01).
           03  ZCANUNT-CLNTNUM          PIC X(08).
           03  ZCANUNT-DATA-KEY         PIC X(30).
           03  ZCANUNT-DOCDATE          PIC 9(08).
           03  ZCANUNT-DOCSTAT          PIC X(01).
           03  ZCANUNT-EXAMDATE         PIC 9(08).
           03  ZCANUNT-EXAMRDTE         PIC 9(08).
           03  ZCANUNT-EXAMRSLT         PIC X(01).
           03  ZCANUNT-FORMAT           PIC X(10).
           03  ZCANUNT-FUNCTION         PIC X(05).
           03  ZCANUNT-LICCLASS         PIC X(03).
           03  ZCANUNT-LICEXPDT         PIC 9(08).
           03  ZCANUNT-LICISSDT         PIC 9(08).
           03  ZCANUNT-LICNO            PIC X(15).
           03  ZCANUNT-QUALDATE         PIC 9(08).
           03  ZCANUNT-RECRUITER        PIC X(08).
           03  ZCANUNT-REGDATE          PIC 9(08).
           03  ZCANUNT-SALESUNT         PIC X(05).
           03  ZCANUNT-SANCDATE         PIC 9(08).
           03  ZCANUNT-SANCSTAT         PIC X(01).
           03  ZCANUNT-STATUZ           PIC X(04).
           03  ZCANUNT-WDRDATE          PIC 9(08).
