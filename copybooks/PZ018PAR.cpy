       01  PZ018-PARAMS.
           03  PZ018-CHUNK              PIC 9(05).
           03  PZ018-PARM-RECORD        PIC X(30).
           03  PZ018-SCOPE              PIC X(01).
           03  PZ018-THREADS            PIC 9(03).
