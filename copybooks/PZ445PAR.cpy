       01  PZ445-PARAMS.
           03  PZ445-PARM-RECORD        PIC X(30).
           03  PZ445-LEADMTHS           PIC 9(02).
           03  PZ445-RESCORE            PIC X(01).
