       01  TV144-TV144-REC.
           03  TV144-OWNCOMM            PIC X(01).
           03  TV144-RELCOMM            PIC X(01).
           03  TV144-RELCODES.
               05  TV144-RELCODE        PIC X(02) OCCURS 10 TIMES.
