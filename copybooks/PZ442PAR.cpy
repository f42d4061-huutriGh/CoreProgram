       01  PZ442-PARAMS.
           03  PZ442-PARM-RECORD        PIC X(30).
           03  PZ442-RPTYEAR            PIC 9(04).
           03  PZ442-RPTQTR             PIC 9(01).
           03  PZ442-PRMSACS            OCCURS 5.
               05  PZ442-PRMCODE        PIC X(02).
               05  PZ442-PRMTYPE        PIC X(02).
