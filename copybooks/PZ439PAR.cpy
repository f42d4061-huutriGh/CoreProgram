       01  PZ439-PARAMS.
           03  PZ439-PARM-RECORD        PIC X(30).
           03  PZ439-CONTEST            PIC X(08).
           03  PZ439-ISSTRCD            PIC X(04).
           03  PZ439-FLCTRCD            PIC X(04).
