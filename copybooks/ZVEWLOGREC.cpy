       01  ZVWL-ZVEWLOG-REC.
           03  ZVWL-STATUZ              PIC X(04).
           03  ZVWL-FUNCTION            PIC X(05).
           03  ZVWL-PROGNAME            PIC X(05).
           03  ZVWL-USERID              PIC X(08).
           03  ZVWL-TERMID              PIC X(10).
           03  ZVWL-BRANCH              PIC X(02).
           03  ZVWL-COMPANY             PIC X(01).
           03  ZVWL-CHDRNUM             PIC X(08).
           03  ZVWL-CLNTCOY             PIC X(01).
           03  ZVWL-CLNTNUM             PIC X(08).
           03  ZVWL-EFFDATE             PIC 9(08).
