       01  TV149-TV149-REC.
           03  TV149-FACTSCR            PIC 9(03).
