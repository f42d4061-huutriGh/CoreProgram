       01  PZ452-PARAMS.
           03  PZ452-PARM-RECORD        PIC X(30).
           03  PZ452-RPTYEAR            PIC 9(04).
           03  PZ452-RPTMTH             PIC 9(02).
