       01  ZHLD-PARAMS.
           03  ZHLD-FORMAT              PIC X(10).
           03  ZHLD-FUNCTION            PIC X(05).
           03  ZHLD-HOLDAUTH            PIC X(30).
           03  ZHLD-HOLDCOY             PIC X(01).
           03  ZHLD-HOLDENT             PIC X(08).
           03  ZHLD-HOLDREF             PIC X(15).
           03  ZHLD-HOLDSCOP            PIC X(02).
           03  ZHLD-HOLDSTAT            PIC X(01).
           03  ZHLD-HOLDTYPE            PIC X(01).
           03  ZHLD-RELDATE             PIC 9(08).
           03  ZHLD-RELUSER             PIC X(08).
           03  ZHLD-STATUZ              PIC X(04).
           03  ZHLD-STRTDATE            PIC 9(08).
           03  ZHLD-USERID              PIC X(08).
