       01  TV148-TV148-REC.
           03  TV148-PEPSRC             PIC X(10).
           03  TV148-PEPSCR             PIC 9(03).
           03  TV148-SANCSCR            PIC 9(03).
           03  TV148-ALRTSCR            PIC 9(03).
           03  TV148-ALRTMTHS           PIC 9(03).
           03  TV148-MEDSCR             PIC 9(05).
           03  TV148-HIGHSCR            PIC 9(05).
           03  TV148-REVMTHL            PIC 9(03).
           03  TV148-REVMTHM            PIC 9(03).
           03  TV148-REVMTHH            PIC 9(03).
