       01  TV129-TV129-REC.
           03  TV129-CONTMTHS           PIC 9(03).
           03  TV129-INVREQCD           PIC X(04).
           03  TV129-RSTTRCDE           PIC X(04).
