       01  TV134-TV134-REC.
           03  TV134-UNITTOL            PIC S9(07)V9(05) COMP-3.
