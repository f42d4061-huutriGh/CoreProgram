       01  PZ440-PARAMS.
           03  PZ440-PARM-RECORD        PIC X(30).
           03  PZ440-RPTYEAR            PIC 9(04).
           03  PZ440-RPTMONTH           PIC 9(02).
           03  PZ440-ISSTRCD            PIC X(04).
