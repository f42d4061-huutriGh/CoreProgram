       01  ZBRH-PARAMS.
           03  ZBRH-BILLCURR            PIC X(03).
           03  ZBRH-CEDPRATE            PIC S9(03)V9(04) COMP-3.
           03  ZBRH-CEDPREM             PIC S9(13)V9(02) COMP-3.
           03  ZBRH-CHDRCOY             PIC X(01).
           03  ZBRH-CHDRNUM             PIC X(08).
           03  ZBRH-COVERAGE            PIC X(02).
           03  ZBRH-EFFDATE             PIC 9(08).
           03  ZBRH-FORMAT              PIC X(10).
           03  ZBRH-FUNCTION            PIC X(05).
           03  ZBRH-INSTFROM            PIC 9(08).
           03  ZBRH-INSTPREM            PIC S9(13)V9(02) COMP-3.
           03  ZBRH-INSTTO              PIC 9(08).
           03  ZBRH-LIFE                PIC X(02).
           03  ZBRH-RAAMOUNT            PIC S9(13)V9(02) COMP-3.
           03  ZBRH-RASNUM              PIC X(08).
           03  ZBRH-RATREATY            PIC X(04).
           03  ZBRH-RIDER               PIC X(02).
           03  ZBRH-SETLDATE            PIC 9(08).
           03  ZBRH-SETLSTAT            PIC X(01).
           03  ZBRH-STATUZ              PIC X(04).
           03  ZBRH-STMTQTR             PIC X(06).
