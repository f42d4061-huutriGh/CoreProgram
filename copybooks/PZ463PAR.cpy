       01  PZ463-PARAMS.
           03  PZ463-PARM-RECORD        PIC X(30).
           03  PZ463-RPTMNTH            PIC 9(06).
