       01  TV162-TV162-REC.
           03  TV162-VATRATE            PIC S9(03)V9(02).
