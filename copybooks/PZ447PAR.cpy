       01  PZ447-PARAMS.
           03  PZ447-PARM-RECORD        PIC X(30).
           03  PZ447-CLNTNUM            PIC X(08).
