       01  PZ444-PARAMS.
           03  PZ444-PARM-RECORD        PIC X(30).
           03  PZ444-RPTYEAR            PIC 9(04).
           03  PZ444-HOMECTRY           PIC X(03).
           03  PZ444-CURRCODE           PIC X(03).
           03  PZ444-PAYSACS            OCCURS 5.
               05  PZ444-PAYCODE        PIC X(02).
               05  PZ444-PAYTYPE        PIC X(02).
