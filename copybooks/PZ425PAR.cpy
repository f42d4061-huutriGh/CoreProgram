       01  PZ425-PARAMS.
           03  PZ425-PARM-RECORD        PIC X(30).
           03  PZ425-WARNPCT            PIC 9(03)V9(02).
           03  PZ425-WARNTRCD           PIC X(04).
