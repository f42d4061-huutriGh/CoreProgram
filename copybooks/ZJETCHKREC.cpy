           03  ZJET-TOTAL-SUMINS        PIC S9(13)V9(02) COMP-3.
           03  ZJET-JETIND              PIC X(01).
           03  ZJET-REQCODE             PIC X(04).
           03  ZJET-EXCL-CHDRNUM        PIC X(08).
