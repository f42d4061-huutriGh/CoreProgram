       01  TV150-TV150-REC.
           03  TV150-REQCODE            PIC X(04).
