       01  ZPNS-PARAMS.
           03  ZPNS-ACCRAMT             PIC S9(11)V9(02) COMP-3.
           03  ZPNS-ACCRCNT             PIC S9(05) COMP-3.
           03  ZPNS-AGREED              PIC S9(11)V9(02) COMP-3.
           03  ZPNS-CLINCOY             PIC X(01).
           03  ZPNS-CLINIC              PIC X(08).
           03  ZPNS-FORMAT              PIC X(10).
           03  ZPNS-FUNCTION            PIC X(05).
           03  ZPNS-INVAMT              PIC S9(11)V9(02) COMP-3.
           03  ZPNS-INVCNT              PIC S9(05) COMP-3.
           03  ZPNS-MATCNT              PIC S9(05) COMP-3.
           03  ZPNS-MISCNT              PIC S9(05) COMP-3.
           03  ZPNS-RUNDATE             PIC 9(08).
           03  ZPNS-STATUZ              PIC X(04).
           03  ZPNS-STMTYM              PIC 9(06).
