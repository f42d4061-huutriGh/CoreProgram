       01  ZIFG-PARAMS.
           03  ZIFG-CHDRCOY             PIC X(01).
           03  ZIFG-CHDRNUM             PIC X(08).
           03  ZIFG-CNTTYPE             PIC X(03).
           03  ZIFG-COHORT              PIC 9(04).
           03  ZIFG-FORMAT              PIC X(10).
           03  ZIFG-FUNCTION            PIC X(05).
           03  ZIFG-ISSDATE             PIC 9(08).
           03  ZIFG-PORTFOLIO           PIC X(08).
           03  ZIFG-PRFTIND             PIC X(01).
           03  ZIFG-PRODFAM             PIC X(04).
           03  ZIFG-STATUZ              PIC X(04).
           03  ZIFG-STMPDATE            PIC 9(08).
           03  ZIFG-TRANNO              PIC S9(05) COMP-3.
