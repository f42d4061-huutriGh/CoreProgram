       01  ZANL-PARAMS.
           03  ZANL-ANONADDR            PIC X(01).
           03  ZANL-ANONDATE            PIC 9(08).
           03  ZANL-ANONID              PIC X(01).
           03  ZANL-ANONNAME            PIC X(01).
           03  ZANL-ANONPHON            PIC X(01).
           03  ZANL-ANONTAX             PIC X(01).
           03  ZANL-BANKCNT             PIC 9(03).
           03  ZANL-CLNTCOY             PIC X(01).
           03  ZANL-CLNTNUM             PIC X(08).
           03  ZANL-CLNTPFX             PIC X(02).
           03  ZANL-DATA-KEY            PIC X(30).
           03  ZANL-FORMAT              PIC X(10).
           03  ZANL-FUNCTION            PIC X(05).
           03  ZANL-LASTACT             PIC 9(08).
           03  ZANL-RETNYRS             PIC 9(02).
           03  ZANL-STATUZ              PIC X(04).
           03  ZANL-VALIDFLAG           PIC X(01).
