       01  ZBPS-PARAMS.
           03  ZBPS-BFWDDEBT            PIC S9(11)V9(02) COMP-3.
           03  ZBPS-CFWDDEBT            PIC S9(11)V9(02) COMP-3.
           03  ZBPS-CLWAMT              PIC S9(11)V9(02) COMP-3.
           03  ZBPS-CNTCNT              PIC S9(05) COMP-3.
           03  ZBPS-FEEAMT              PIC S9(11)V9(02) COMP-3.
           03  ZBPS-FORMAT              PIC X(10).
           03  ZBPS-FUNCTION            PIC X(05).
           03  ZBPS-PARTCOY             PIC X(01).
           03  ZBPS-PARTNER             PIC X(04).
           03  ZBPS-PAYABLE             PIC S9(11)V9(02) COMP-3.
           03  ZBPS-RUNDATE             PIC 9(08).
           03  ZBPS-STATUZ              PIC X(04).
           03  ZBPS-STMTYM              PIC 9(06).
