       01  ZFXD-PARAMS.
           03  ZFXD-BUYRATE             PIC S9(07)V9(07) COMP-3.
           03  ZFXD-CURRCODE            PIC X(03).
           03  ZFXD-CURROUT             PIC X(03).
           03  ZFXD-FORMAT              PIC X(10).
           03  ZFXD-FUNCTION            PIC X(05).
           03  ZFXD-MIDRATE             PIC S9(07)V9(07) COMP-3.
           03  ZFXD-RATEDATE            PIC 9(08).
           03  ZFXD-RATESRC             PIC X(01).
           03  ZFXD-SELLRATE            PIC S9(07)V9(07) COMP-3.
           03  ZFXD-STATUZ              PIC X(04).
