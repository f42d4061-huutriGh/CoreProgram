       01  TV143-TV143-REC.
           03  TV143-FEEBASIS           PIC X(01).
           03  TV143-TOYEARS.
               05  TV143-TOYEAR         PIC 9(03) OCCURS 5.
           03  TV143-FEERATES.
               05  TV143-FEERATE        PIC 9(03)V9(02) OCCURS 5.
