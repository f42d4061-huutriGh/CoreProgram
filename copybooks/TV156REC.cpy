       01  TV156-TV156-REC.
           03  TV156-BANKBIN            PIC X(06).
           03  TV156-VAPREFIX           PIC X(04).
           03  TV156-BANKCODE           PIC X(04).
           03  TV156-AUTORCPT           PIC X(01).
