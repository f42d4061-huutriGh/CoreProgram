       01  ZPNA-PARAMS.
           03  ZPNA-ACCRSTAT            PIC X(01).
           03  ZPNA-CHDRCOY             PIC X(01).
           03  ZPNA-CHDRNUM             PIC X(08).
           03  ZPNA-CLINIC              PIC X(08).
           03  ZPNA-EXAMDATE            PIC 9(08).
           03  ZPNA-FEEAMT              PIC S9(09)V9(02) COMP-3.
           03  ZPNA-FORMAT              PIC X(10).
           03  ZPNA-FUNCTION            PIC X(05).
           03  ZPNA-INVAMT              PIC S9(09)V9(02) COMP-3.
           03  ZPNA-INVNUM              PIC X(15).
           03  ZPNA-LIFE                PIC X(02).
           03  ZPNA-REQCODE             PIC X(04).
           03  ZPNA-REQSEQ              PIC S9(03) COMP-3.
           03  ZPNA-STATUZ              PIC X(04).
           03  ZPNA-STMTYM              PIC 9(06).
           03  ZPNA-USERID              PIC X(10).
