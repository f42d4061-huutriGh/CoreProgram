       01  ZRPL-PARAMS.
           03  ZRPL-AGNTNUM             PIC X(08).
           03  ZRPL-CHDRCOY             PIC X(01).
           03  ZRPL-CHDRNUM             PIC X(08).
           03  ZRPL-CLNTNUM             PIC X(08).
           03  ZRPL-CNTBRANCH           PIC X(02).
           03  ZRPL-CNTTYPE             PIC X(03).
           03  ZRPL-DETDATE             PIC 9(08).
           03  ZRPL-FORMAT              PIC X(10).
           03  ZRPL-FUNCTION            PIC X(05).
           03  ZRPL-OLDCHDR             PIC X(08).
           03  ZRPL-OLDEFF              PIC 9(08).
           03  ZRPL-OLDTRCDE            PIC X(04).
           03  ZRPL-REQCODE             PIC X(04).
           03  ZRPL-RPLROLE             PIC X(02).
           03  ZRPL-STATUZ              PIC X(04).
