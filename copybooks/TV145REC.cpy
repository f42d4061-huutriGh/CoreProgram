       01  TV145-TV145-REC.
           03  TV145-PRODFAM            PIC X(04).
           03  TV145-PORTFOLIO          PIC X(08).
