       01  TV153-TV153-REC.
           03  TV153-WINDAYS            PIC 9(03).
           03  TV153-VOLFACT            PIC 9(02)V9(01).
           03  TV153-MINVIEWS           PIC 9(05).
           03  TV153-EXBRANCHES.
               05  TV153-EXBRANCH       PIC X(02) OCCURS 5.
