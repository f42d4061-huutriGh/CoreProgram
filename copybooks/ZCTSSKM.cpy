       01  ZCTS-PARAMS.
           03  ZCTS-CASEAPE             PIC S9(13)V9(02) COMP-3.
           03  ZCTS-CLSDATE             PIC 9(08).
           03  ZCTS-CNTTYPE             PIC X(03)
                                        OCCURS 10 TIMES.
           03  ZCTS-CONTCOY             PIC X(01).
           03  ZCTS-CONTDESC            PIC X(30).
           03  ZCTS-CONTEST             PIC X(08).
           03  ZCTS-CONTSTAT            PIC X(01).
           03  ZCTS-ENDDATE             PIC 9(08).
           03  ZCTS-FORMAT              PIC X(10).
           03  ZCTS-FUNCTION            PIC X(05).
           03  ZCTS-MINAPE              PIC S9(13)V9(02) COMP-3.
           03  ZCTS-MINCASES            PIC 9(03).
           03  ZCTS-MINPERS             PIC 9(03)V9(02).
           03  ZCTS-SRCEBUS             PIC X(02)
                                        OCCURS 5 TIMES.
           03  ZCTS-STATUZ              PIC X(04).
           03  ZCTS-STRTDATE            PIC 9(08).
           03  ZCTS-USERID              PIC X(08).
