       01  PZ441-PARAMS.
           03  PZ441-PARM-RECORD        PIC X(30).
           03  PZ441-PRMSACS            OCCURS 5.
               05  PZ441-PRMCODE        PIC X(02).
               05  PZ441-PRMTYPE        PIC X(02).
           03  PZ441-EXPSACS            OCCURS 10.
               05  PZ441-EXPCODE        PIC X(02).
               05  PZ441-EXPTYPE        PIC X(02).
