       01  PZ465-PARAMS.
           03  PZ465-PARM-RECORD        PIC X(30).
           03  PZ465-VALYM              PIC 9(06).
