       01  TV131-TV131-REC.
           03  TV131-EXCLIND            PIC X(01).
           03  TV131-DGWAIT             PIC 9(03).
