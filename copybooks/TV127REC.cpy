       01  TV127-TV127-REC.
           03  TV127-PLMAXPC            PIC S9(03)V9(02) COMP-3.
           03  TV127-PLMINAMT           PIC S9(11)V9(02) COMP-3.
