       01  TV155-TV155-REC.
           03  TV155-FLOATDAYS          PIC 9(02).
           03  TV155-HOLDIND            PIC X(01).
