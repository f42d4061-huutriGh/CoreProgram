       01  PZ450-PARAMS.
           03  PZ450-PARM-RECORD        PIC X(30).
           03  PZ450-RPTYEAR            PIC 9(04).
           03  PZ450-RPTMONTH           PIC 9(02).
