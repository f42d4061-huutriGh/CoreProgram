       01  TV136-TV136-REC.
           03  TV136-ADJMETH            PIC X(01).
           03  TV136-MINADJ             PIC S9(09)V9(02) COMP-3.
