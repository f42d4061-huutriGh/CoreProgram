       01  ZCGL-ZCHGLOG-REC.
           03  ZCGL-STATUZ              PIC X(04).
           03  ZCGL-FUNCTION            PIC X(05).
           03  ZCGL-COMPANY             PIC X(01).
           03  ZCGL-CLNTCOY             PIC X(01).
           03  ZCGL-CLNTNUM             PIC X(08).
           03  ZCGL-CHDRNUM             PIC X(08).
           03  ZCGL-EFFDATE             PIC 9(08).
           03  ZCGL-FLDGRP              PIC X(01).
           03  ZCGL-FLDNAME             PIC X(10).
           03  ZCGL-OLDVAL              PIC X(50).
           03  ZCGL-NEWVAL              PIC X(50).
           03  ZCGL-USERID              PIC X(08).
           03  ZCGL-TERMID              PIC X(10).
           03  ZCGL-RECENT              PIC X(01).
           03  ZCGL-LSTCHGDT            PIC 9(08).
           03  ZCGL-LSTFLDGRP           PIC X(01).
           03  ZCGL-ALRTDAYS            PIC 9(03).
