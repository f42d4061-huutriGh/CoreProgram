       01  ZPRF-PARAMS.
           03  ZPRF-CHDRCOY             PIC X(01).
           03  ZPRF-CHDRNUM             PIC X(08).
           03  ZPRF-CLNTNUM             PIC X(08).
           03  ZPRF-DATA-KEY            PIC X(30).
           03  ZPRF-FORMAT              PIC X(10).
           03  ZPRF-FUNCTION            PIC X(05).
           03  ZPRF-GENDATE             PIC 9(08).
           03  ZPRF-GENNO               PIC 9(01).
           03  ZPRF-PAYREF              PIC X(16).
           03  ZPRF-PAYRSEQNO           PIC 9(02).
           03  ZPRF-QRDATA              PIC X(120).
           03  ZPRF-STATUZ              PIC X(04).
           03  ZPRF-VALIDFLAG           PIC X(01).
