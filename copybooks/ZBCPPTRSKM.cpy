       01  ZBCPPTR-PARAMS.
           03  ZBCPPTR-BNKBRANCH           PIC X(10).
           03  ZBCPPTR-CHDRCOY             PIC X(01).
           03  ZBCPPTR-CHDRNUM             PIC X(08).
           03  ZBCPPTR-CRTDATE             PIC 9(08).
           03  ZBCPPTR-FORMAT              PIC X(10).
           03  ZBCPPTR-FUNCTION            PIC X(05).
           03  ZBCPPTR-PARTNER             PIC X(04).
           03  ZBCPPTR-REFERRER            PIC X(10).
           03  ZBCPPTR-STATUZ              PIC X(04).
           03  ZBCPPTR-USERID              PIC X(08).
