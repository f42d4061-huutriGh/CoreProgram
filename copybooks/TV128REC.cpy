       01  TV128-TV128-REC.
           03  TV128-DECLACT            PIC X(01).
           03  TV128-REFUNDOK           PIC X(01).
           03  TV128-RSTTRCDE           PIC X(04).
           03  TV128-RSTCNRSK           PIC X(02).
           03  TV128-RSTCNPRM           PIC X(02).
           03  TV128-RSTCVRSK           PIC X(02).
           03  TV128-RSTCVPRM           PIC X(02).
