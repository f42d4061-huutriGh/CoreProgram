       01  ZRCL-PARAMS.
           03  ZRCL-ADMITDATE           PIC 9(08).
           03  ZRCL-CALCAMT             PIC S9(11)V9(2) COMP-3.
           03  ZRCL-CHDRCOY             PIC X(01).
           03  ZRCL-CHDRNUM             PIC X(08).
           03  ZRCL-CLAIMAMT            PIC S9(11)V9(2) COMP-3.
           03  ZRCL-CLAMNUM             PIC X(08).
           03  ZRCL-COVERAGE            PIC X(02).
           03  ZRCL-CRTABLE             PIC X(04).
           03  ZRCL-DIAGCODE            PIC X(06).
           03  ZRCL-DISCDATE            PIC 9(08).
           03  ZRCL-FORMAT              PIC X(10).
           03  ZRCL-FUNCTION            PIC X(05).
           03  ZRCL-HOSPDAYS            PIC S9(03) COMP-3.
           03  ZRCL-LIFE                PIC X(02).
           03  ZRCL-PAYAMT              PIC S9(11)V9(2) COMP-3.
           03  ZRCL-PAYDATE             PIC 9(08).
           03  ZRCL-PLNYEAR             PIC S9(03) COMP-3.
           03  ZRCL-RIDER               PIC X(02).
           03  ZRCL-STATUZ              PIC X(04).
           03  ZRCL-TRANNO              PIC S9(05) COMP-3.
