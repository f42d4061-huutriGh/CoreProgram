       01  TV142-TV142-REC.
           03  TV142-BANKACCKEY         PIC X(20).
           03  TV142-BANKKEY            PIC X(10).
           03  TV142-PAYCLNT            PIC X(08).
           03  TV142-PAYCURR            PIC X(03).
           03  TV142-PAYEENME           PIC X(60).
           03  TV142-PAYMMETH           PIC X(02).
           03  TV142-SRCEBUS            PIC X(02).
