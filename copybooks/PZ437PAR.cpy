       01  PZ437-PARAMS.
           03  PZ437-PARM-RECORD        PIC X(30).
           03  PZ437-RPTYEAR            PIC 9(04).
           03  PZ437-RPTMONTH           PIC 9(02).
           03  PZ437-REPRINT            PIC X(01).
           03  PZ437-AGNTNUM            PIC X(08).
