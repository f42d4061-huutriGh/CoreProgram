       01  ZILG-ZILLGEN-REC.
           03  ZILG-STATUZ              PIC X(04).
           03  ZILG-FUNCTION            PIC X(04).
           03  ZILG-CHDRCOY             PIC X(01).
           03  ZILG-CHDRNUM             PIC X(08).
           03  ZILG-EFFDATE             PIC 9(08).
           03  ZILG-USERID              PIC X(08).
           03  ZILG-ILLVER              PIC 9(03).
           03  ZILG-ULIND               PIC X(01).
           03  ZILG-PROJYRS             PIC 9(03).
           03  ZILG-SUMINS              PIC S9(13)V9(02) COMP-3.
           03  ZILG-INSTPREM            PIC S9(11)V9(02) COMP-3.
           03  ZILG-MATBEN              PIC S9(13)V9(02) COMP-3.
