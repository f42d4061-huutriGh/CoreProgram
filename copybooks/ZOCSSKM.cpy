       01  ZOCS-PARAMS.
           03  ZOCS-AGNTNUM             PIC X(08).
           03  ZOCS-CHDRCOY             PIC X(01).
           03  ZOCS-CHDRNUM             PIC X(08).
           03  ZOCS-CLNTNUM             PIC X(08).
           03  ZOCS-CNTBRANCH           PIC X(02).
           03  ZOCS-CNTTYPE             PIC X(03).
           03  ZOCS-DETDATE             PIC 9(08).
           03  ZOCS-FORMAT              PIC X(10).
           03  ZOCS-FUNCTION            PIC X(05).
           03  ZOCS-OCSROLE             PIC X(02).
           03  ZOCS-OCSTYPE             PIC X(01).
           03  ZOCS-RELCODE             PIC X(02).
           03  ZOCS-STATUZ              PIC X(04).
