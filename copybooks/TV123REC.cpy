       01  TV123-TV123-REC.
           03  TV123-STOPFLAG           PIC X(01).
           03  TV123-REDRIVE            PIC X(01).
           03  TV123-REDRVDTE           PIC 9(08).
