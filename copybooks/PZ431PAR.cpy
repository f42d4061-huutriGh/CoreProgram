       01  PZ431-PARAMS.
           03  PZ431-PARM-RECORD        PIC X(30).
           03  PZ431-NOTTRCD            PIC X(04).
           03  PZ431-CSTTRCD            PIC X(04).
