       01  ZDCW-PARAMS.
           03  ZDCW-CHDRCOY             PIC X(01).
           03  ZDCW-CHDRNUM             PIC X(08).
           03  ZDCW-CLAMNUM             PIC X(08).
           03  ZDCW-CLMCHDR             PIC X(08).
           03  ZDCW-CLNTNUM             PIC X(08).
           03  ZDCW-CLRRROLE            PIC X(02).
           03  ZDCW-CRTDATE             PIC 9(08).
           03  ZDCW-DTHDATE             PIC 9(08).
           03  ZDCW-FORMAT              PIC X(10).
           03  ZDCW-FUNCTION            PIC X(05).
           03  ZDCW-STATUZ              PIC X(04).
           03  ZDCW-USERID              PIC X(08).
           03  ZDCW-WRKACT              PIC X(02).
           03  ZDCW-WRKSTAT             PIC X(01).
