       01  ZFHD-PARAMS.
           03  ZFHD-AGNTNUM             PIC X(08).
           03  ZFHD-COMPANY             PIC X(01).
           03  ZFHD-DATA-KEY            PIC X(30).
           03  ZFHD-FLOATAMT            PIC S9(11)V9(02) COMP-3.
           03  ZFHD-FLOATCNT            PIC 9(05).
           03  ZFHD-FORMAT              PIC X(10).
           03  ZFHD-FUNCTION            PIC X(05).
           03  ZFHD-HOLDDATE            PIC 9(08).
           03  ZFHD-HOLDSTAT            PIC X(01).
           03  ZFHD-MAXDAYS             PIC 9(03).
           03  ZFHD-OLDEST              PIC 9(08).
           03  ZFHD-RELDATE             PIC 9(08).
           03  ZFHD-STATUZ              PIC X(04).
