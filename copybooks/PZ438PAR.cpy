       01  PZ438-PARAMS.
           03  PZ438-PARM-RECORD        PIC X(30).
           03  PZ438-RPTYEAR            PIC 9(04).
           03  PZ438-RPTMONTH           PIC 9(02).
           03  PZ438-ISSTRCD            PIC X(04).
