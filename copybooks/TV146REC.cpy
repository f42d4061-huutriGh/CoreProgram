       01  TV146-TV146-REC.
           03  TV146-PRFTIND            PIC X(01).
