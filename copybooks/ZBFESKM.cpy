       01  ZBFE-PARAMS.
           03  ZBFE-BASEPREM            PIC S9(13)V9(02) COMP-3.
           03  ZBFE-CHDRCOY             PIC X(01).
           03  ZBFE-CHDRNUM             PIC X(08).
           03  ZBFE-FEEAMT              PIC S9(11)V9(02) COMP-3.
           03  ZBFE-FEERATE             PIC 9(03)V9(02).
           03  ZBFE-FEETYPE             PIC X(01).
           03  ZBFE-FORMAT              PIC X(10).
           03  ZBFE-FUNCTION            PIC X(05).
           03  ZBFE-PARTNER             PIC X(04).
           03  ZBFE-POLYEAR             PIC 9(03).
           03  ZBFE-RUNDATE             PIC 9(08).
           03  ZBFE-STATUZ              PIC X(04).
           03  ZBFE-STMTYM              PIC 9(06).
           03  ZBFE-TRANNO              PIC S9(05) COMP-3.
           03  ZBFE-TRCDE               PIC X(04).
