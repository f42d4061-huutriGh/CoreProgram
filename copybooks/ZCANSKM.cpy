       01  ZCAN-PARAMS.
           03  ZCAN-AGNTCOY             PIC X(01).
           03  ZCAN-AGNTNUM             PIC X(08).
           03  ZCAN-APPTDATE            PIC 9(08).
           03  ZCAN-CANDSTAT            PIC X(01).
           03  ZCAN-CLNTNUM             PIC X(08).
           03  ZCAN-DATA-KEY            PIC X(30).
           03  ZCAN-DOCDATE             PIC 9(08).
           03  ZCAN-DOCSTAT             PIC X(01).
           03  ZCAN-EXAMDATE            PIC 9(08).
           03  ZCAN-EXAMRDTE            PIC 9(08).
           03  ZCAN-EXAMRSLT            PIC X(01).
           03  ZCAN-FORMAT              PIC X(10).
           03  ZCAN-FUNCTION            PIC X(05).
           03  ZCAN-LICCLASS            PIC X(03).
           03  ZCAN-LICEXPDT            PIC 9(08).
           03  ZCAN-LICISSDT            PIC 9(08).
           03  ZCAN-LICNO               PIC X(15).
           03  ZCAN-QUALDATE            PIC 9(08).
           03  ZCAN-RECRUITER           PIC X(08).
           03  ZCAN-REGDATE             PIC 9(08).
           03  ZCAN-SALESUNT            PIC X(05).
           03  ZCAN-SANCDATE            PIC 9(08).
           03  ZCAN-SANCSTAT            PIC X(01).
           03  ZCAN-STATUZ              PIC X(04).
           03  ZCAN-WDRDATE             PIC 9(08).
