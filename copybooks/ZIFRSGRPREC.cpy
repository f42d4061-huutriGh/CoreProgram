       01  ZIGR-ZIFRSGRP-REC.
           03  ZIGR-STATUZ              PIC X(04).
           03  ZIGR-FUNCTION            PIC X(05).
           03  ZIGR-CHDRCOY             PIC X(01).
           03  ZIGR-CHDRNUM             PIC X(08).
           03  ZIGR-CNTTYPE             PIC X(03).
           03  ZIGR-OCCDATE             PIC 9(08).
           03  ZIGR-ISSDATE             PIC 9(08).
           03  ZIGR-STMPDATE            PIC 9(08).
           03  ZIGR-TRANNO              PIC S9(05) COMP-3.
           03  ZIGR-PRODFAM             PIC X(04).
           03  ZIGR-PORTFOLIO           PIC X(08).
           03  ZIGR-COHORT              PIC 9(04).
           03  ZIGR-PRFTIND             PIC X(01).
           03  ZIGR-NEWSTAMP            PIC X(01).
