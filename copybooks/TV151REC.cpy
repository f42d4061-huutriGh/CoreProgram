       01  TV151-TV151-REC.
           03  TV151-RETNYRS            PIC 9(02).
           03  TV151-STATCODES.
               05  TV151-STATCODE       PIC X(02) OCCURS 10.
