       01  TV133-TV133-REC.
           03  TV133-AMCPC              PIC S9(02)V9(04) COMP-3.
