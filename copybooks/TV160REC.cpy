       01  TV160-TV160-REC.
           03  TV160-BANKACCKEY         PIC X(20).
           03  TV160-BANKKEY            PIC X(10).
           03  TV160-PAYCURR            PIC X(03).
           03  TV160-PAYEENME           PIC X(60).
           03  TV160-PAYMMETH           PIC X(02).
           03  TV160-RASNAME            PIC X(30).
           03  TV160-RATREATY           PIC X(04) OCCURS 10.
           03  TV160-RICOMMPC           PIC S9(03)V9(02) OCCURS 10.
