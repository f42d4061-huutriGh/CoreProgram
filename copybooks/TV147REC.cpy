       01  TV147-TV147-REC.
           03  TV147-CTRYCODE           PIC X(03).
