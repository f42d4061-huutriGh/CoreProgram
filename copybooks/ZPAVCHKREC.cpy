       01  ZPAV-ZPAVCHK-REC.
           03  ZPAV-STATUZ              PIC X(04).
           03  ZPAV-FUNCTION            PIC X(04).
           03  ZPAV-COMPANY             PIC X(01).
           03  ZPAV-CNTTYPE             PIC X(03).
           03  ZPAV-SRCEBUS             PIC X(02).
           03  ZPAV-SIGNDATE            PIC 9(08).
           03  ZPAV-RCVDATE             PIC 9(08).
           03  ZPAV-EFFDATE             PIC 9(08).
           03  ZPAV-FOUND               PIC X(01).
           03  ZPAV-ALLOW               PIC X(01).
           03  ZPAV-REASON              PIC X(04).
           03  ZPAV-SALESTRT            PIC 9(08).
           03  ZPAV-LASTAPPL            PIC 9(08).
           03  ZPAV-GRACEND             PIC 9(08).
           03  ZPAV-LASTISSU            PIC 9(08).
           03  ZPAV-WARNDAYS            PIC 9(03).
