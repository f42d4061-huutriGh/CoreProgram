       01  ZUNR-PARAMS.
           03  ZUNR-CHDRCOY             PIC X(01).
           03  ZUNR-CHDRNUM             PIC X(08).
           03  ZUNR-CNTBRANCH           PIC X(02).
           03  ZUNR-CNTTYPE             PIC X(03).
           03  ZUNR-COVERAGE            PIC X(02).
           03  ZUNR-CRTABLE             PIC X(04).
           03  ZUNR-CURRCODE            PIC X(03).
           03  ZUNR-DATA-KEY            PIC X(30).
           03  ZUNR-FORMAT              PIC X(10).
           03  ZUNR-FUNCTION            PIC X(05).
           03  ZUNR-INSTPREM            PIC S9(13)V9(02) COMP-3.
           03  ZUNR-LIFE                PIC X(02).
           03  ZUNR-PAIDPREM            PIC S9(13)V9(02) COMP-3.
           03  ZUNR-RECTYPE             PIC X(01).
           03  ZUNR-RIDER               PIC X(02).
           03  ZUNR-STATUZ              PIC X(04).
           03  ZUNR-UPRAMT              PIC S9(13)V9(02) COMP-3.
           03  ZUNR-UPRMOVE             PIC S9(13)V9(02) COMP-3.
           03  ZUNR-VALDATE             PIC 9(08).
           03  ZUNR-VALYM               PIC X(06).
