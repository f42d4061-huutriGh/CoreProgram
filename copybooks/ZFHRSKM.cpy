       01  ZFHR-PARAMS.
           03  ZFHR-AGNTNUM             PIC X(08).
           03  ZFHR-AGPYRRN             PIC X(30).
           03  ZFHR-COMPANY             PIC X(01).
           03  ZFHR-DATA-KEY            PIC X(30).
           03  ZFHR-FORMAT              PIC X(10).
           03  ZFHR-FUNCTION            PIC X(05).
           03  ZFHR-HOLDDATE            PIC 9(08).
           03  ZFHR-ORIGAMT             PIC S9(11)V9(02) COMP-3.
           03  ZFHR-ORIGEFF             PIC 9(08).
           03  ZFHR-RELDATE             PIC 9(08).
           03  ZFHR-STATUZ              PIC X(04).
