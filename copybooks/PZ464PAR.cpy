       01  PZ464-PARAMS.
           03  PZ464-PARM-RECORD        PIC X(30).
           03  PZ464-RPTMNTH            PIC 9(06).
