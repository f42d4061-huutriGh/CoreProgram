       01  PZ436-PARAMS.
           03  PZ436-PARM-RECORD        PIC X(30).
           03  PZ436-ISSTRCD            PIC X(04).
           03  PZ436-DCLTRCD            PIC X(04).
           03  PZ436-ADCTRCD            PIC X(04).
           03  PZ436-FLCTRCD            PIC X(04).
           03  PZ436-RCVSTD             PIC 9(03).
           03  PZ436-UWRSTD             PIC 9(03).
