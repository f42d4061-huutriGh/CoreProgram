       01  TV158-TV158-REC.
           03  TV158-BANKACCKEY         PIC X(20).
           03  TV158-BANKKEY            PIC X(10).
           03  TV158-CLINNAME           PIC X(30).
           03  TV158-PAYCURR            PIC X(03).
           03  TV158-PAYEENME           PIC X(60).
           03  TV158-PAYMMETH           PIC X(02).
           03  TV158-PNLSTAT            PIC X(01).
