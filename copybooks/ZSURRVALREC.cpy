       01  ZSRV-ZSURRVAL-REC.
           03  ZSRV-STATUZ              PIC X(04).
           03  ZSRV-FUNCTION            PIC X(05).
           03  ZSRV-CHDRCOY             PIC X(01).
           03  ZSRV-CHDRNUM             PIC X(08).
           03  ZSRV-EFFDATE             PIC 9(08).
           03  ZSRV-BASEVAL             PIC S9(13)V9(02) COMP-3.
           03  ZSRV-PUAVAL              PIC S9(13)V9(02) COMP-3.
           03  ZSRV-DIVBAL              PIC S9(13)V9(02) COMP-3.
           03  ZSRV-SURRVAL             PIC S9(13)V9(02) COMP-3.
           03  ZSRV-COVR-CNT            PIC S9(03) COMP-3.
           03  ZSRV-CRTABLE             PIC X(04).
           03  ZSRV-SUMINS              PIC S9(13)V9(02) COMP-3.
           03  ZSRV-POLYEAR             PIC S9(03) COMP-3.
