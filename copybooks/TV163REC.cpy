       01  TV163-TV163-REC.
           03  TV163-DOCDAYS            PIC 9(03).
           03  TV163-MAJAGE             PIC 9(03).
           03  TV163-REQCODE            PIC X(04).
