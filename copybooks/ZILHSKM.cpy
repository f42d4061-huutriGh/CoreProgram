       01  ZILH-PARAMS.
           03  ZILH-BILLFREQ            PIC X(02).
           03  ZILH-CHDRCOY             PIC X(01).
           03  ZILH-CHDRNUM             PIC X(08).
           03  ZILH-CNTTYPE             PIC X(03).
           03  ZILH-CRTDATE             PIC 9(08).
           03  ZILH-FORMAT              PIC X(10).
           03  ZILH-FUNCTION            PIC X(05).
           03  ZILH-ILLVER              PIC 9(03).
           03  ZILH-INSTPREM            PIC S9(11)V9(02) COMP-3.
           03  ZILH-MATBEN              PIC S9(13)V9(02) COMP-3.
           03  ZILH-PROJRATES.
               05  ZILH-PROJRATE        PIC S9(02)V9(02) COMP-3
                                        OCCURS 3 TIMES.
           03  ZILH-PROJYRS             PIC 9(03).
           03  ZILH-STATUZ              PIC X(04).
           03  ZILH-SUMINS              PIC S9(13)V9(02) COMP-3.
           03  ZILH-ULIND               PIC X(01).
           03  ZILH-USERID              PIC X(08).
