       01  TV137-TV137-REC.
           03  TV137-CNVCNTTYPE         PIC X(03).
           03  TV137-CNVCRTABLE         PIC X(04).
           03  TV137-CNVMAXAGE          PIC 9(03).
           03  TV137-CNVMAXDUR          PIC 9(02).
           03  TV137-CNVCESSAGE         PIC 9(03).
