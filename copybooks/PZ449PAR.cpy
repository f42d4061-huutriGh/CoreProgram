       01  PZ449-PARAMS.
           03  PZ449-PARM-RECORD        PIC X(30).
           03  PZ449-LOOKBACK           PIC 9(03).
           03  PZ449-THRESHOLD          PIC 9(03).
           03  PZ449-ORPHAGNT           PIC X(08).
