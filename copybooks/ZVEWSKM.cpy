       01  ZVEW-PARAMS.
           03  ZVEW-BRANCH              PIC X(02).
           03  ZVEW-CHDRCOY             PIC X(01).
           03  ZVEW-CHDRNUM             PIC X(08).
           03  ZVEW-CLNTCOY             PIC X(01).
           03  ZVEW-CLNTNUM             PIC X(08).
           03  ZVEW-DATA-KEY            PIC X(30).
           03  ZVEW-FORMAT              PIC X(10).
           03  ZVEW-FUNCTION            PIC X(05).
           03  ZVEW-PROGNAME            PIC X(05).
           03  ZVEW-STATUZ              PIC X(04).
           03  ZVEW-TERMID              PIC X(10).
           03  ZVEW-USERID              PIC X(08).
           03  ZVEW-VALIDFLAG           PIC X(01).
           03  ZVEW-VIEWDATE            PIC 9(08).
           03  ZVEW-VIEWSEQ             PIC 9(03).
           03  ZVEW-VIEWTIME            PIC 9(06).
