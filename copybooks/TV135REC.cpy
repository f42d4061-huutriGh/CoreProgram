       01  TV135-TV135-REC.
           03  TV135-MAXMOVPC           PIC S9(03)V9(02) COMP-3.
