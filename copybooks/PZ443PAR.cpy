       01  PZ443-PARAMS.
           03  PZ443-PARM-RECORD        PIC X(30).
           03  PZ443-HOMECTRY           PIC X(03).
           03  PZ443-HOMEDIAL           PIC X(04).
