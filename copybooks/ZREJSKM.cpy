       01  ZREJ-PARAMS.
           03  ZREJ-CHDRCOY             PIC X(01).
           03  ZREJ-ENTITY              PIC X(20).
           03  ZREJ-FORMAT              PIC X(10).
           03  ZREJ-FUNCTION            PIC X(05).
           03  ZREJ-LASTDATE            PIC 9(08).
           03  ZREJ-MESSAGE             PIC X(50).
           03  ZREJ-PROGNAME            PIC X(05).
           03  ZREJ-REASON              PIC X(04).
           03  ZREJ-RJCOUNT             PIC S9(03) COMP-3.
           03  ZREJ-RJSTAT              PIC X(01).
           03  ZREJ-RSLVDATE            PIC 9(08).
           03  ZREJ-RUNDATE             PIC 9(08).
           03  ZREJ-STATUZ              PIC X(04).
