       01  PZ446-PARAMS.
           03  PZ446-PARM-RECORD        PIC X(30).
           03  PZ446-ALLCLNT            PIC X(01).
