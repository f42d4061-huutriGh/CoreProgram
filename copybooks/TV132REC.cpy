       01  TV132-TV132-REC.
           03  TV132-TUMINAMT           PIC S9(11)V9(02) COMP-3.
           03  TV132-TUMAXAMT           PIC S9(11)V9(02) COMP-3.
           03  TV132-TUCHGPC            PIC S9(03)V9(02) COMP-3.
           03  TV132-TUCHGFLT           PIC S9(09)V9(02) COMP-3.
