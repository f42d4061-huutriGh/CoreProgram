       01  ZRSK-PARAMS.
           03  ZRSK-ALRTDATE            PIC 9(08).
           03  ZRSK-CLNTCOY             PIC X(01).
           03  ZRSK-CLNTNUM             PIC X(08).
           03  ZRSK-CLNTPFX             PIC X(02).
           03  ZRSK-DATA-KEY            PIC X(30).
           03  ZRSK-FORMAT              PIC X(10).
           03  ZRSK-FRSTSCDT            PIC 9(08).
           03  ZRSK-FUNCTION            PIC X(05).
           03  ZRSK-LSTREVDT            PIC 9(08).
           03  ZRSK-NXTREVDT            PIC 9(08).
           03  ZRSK-REVNOTE             PIC X(30).
           03  ZRSK-REVUSER             PIC X(08).
           03  ZRSK-RISKBAND            PIC X(01).
           03  ZRSK-RISKSCR             PIC 9(05).
           03  ZRSK-SCOREDT             PIC 9(08).
           03  ZRSK-SCRALRT             PIC 9(03).
           03  ZRSK-SCRMOP              PIC 9(03).
           03  ZRSK-SCRNATL             PIC 9(03).
           03  ZRSK-SCROCCP             PIC 9(03).
           03  ZRSK-SCRPROD             PIC 9(03).
           03  ZRSK-SCRWLST             PIC 9(03).
           03  ZRSK-STATUZ              PIC X(04).
           03  ZRSK-VALIDFLAG           PIC X(01).
