       01  PZ462-PARAMS.
           03  PZ462-PARM-RECORD        PIC X(30).
           03  PZ462-SNAPDATE           PIC 9(08).
