       01  TV139-TV139-REC.
           03  TV139-LOOKMTHS           PIC 9(03).
           03  TV139-REQCODE            PIC X(04).
           03  TV139-RPLCOMM            PIC X(01).
           03  TV139-TRCDES.
               05  TV139-TRCDE          PIC X(04) OCCURS 8 TIMES.
