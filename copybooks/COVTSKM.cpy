           03  COVT-EFFDATE             PIC 9(08).
           03  COVT-TRANNO              PIC S9(05) COMP-3.
           03  COVT-INSTPREM            PIC S9(11)V9(2) COMP-3.
           03  COVT-MORTCLS             PIC X(01).
