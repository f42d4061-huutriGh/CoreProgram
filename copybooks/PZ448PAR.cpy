       01  PZ448-PARAMS.
           03  PZ448-PARM-RECORD        PIC X(30).
           03  PZ448-CYCLE              PIC X(06).
           03  PZ448-DORMDAYS           PIC 9(03).
