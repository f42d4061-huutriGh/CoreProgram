       01  ZHCK-ZHLDCHK-REC.
           03  ZHCK-STATUZ              PIC X(04).
           03  ZHCK-CHDRCOY             PIC X(01).
           03  ZHCK-CHDRNUM             PIC X(08).
           03  ZHCK-EFFDATE             PIC 9(08).
           03  ZHCK-HELD                PIC X(01).
           03  ZHCK-HOLDREF             PIC X(15).
           03  ZHCK-HOLDAUTH            PIC X(30).
