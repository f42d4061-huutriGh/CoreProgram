       01  PZ451-PARAMS.
           03  PZ451-PARM-RECORD        PIC X(30).
           03  PZ451-RPTYEAR            PIC 9(04).
           03  PZ451-RPTQTR             PIC 9(01).
