       01  TV138-TV138-REC.
           03  TV138-MAXRNWAGE          PIC 9(03).
           03  TV138-NOTDAYS            PIC 9(03).
