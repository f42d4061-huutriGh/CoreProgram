       01  TV157-TV157-REC.
           03  TV157-SIGNAL             PIC X(04).
           03  TV157-WEIGHT             PIC 9(03).
