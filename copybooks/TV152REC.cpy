       01  TV152-TV152-REC.
           03  TV152-ALRTDAYS           PIC 9(03).
           03  TV152-ALRTGRPS.
               05  TV152-ALRTGRP        PIC X(01) OCCURS 7.
