           03  ZRHS-SCHEDULE-NUMBER     PIC X(08).
           03  ZRHS-STATUZ              PIC X(04).
           03  ZRHS-STRTIME             PIC 9(06).
           03  ZRHS-TBLHITS             PIC S9(09) COMP-3.
           03  ZRHS-TBLMISS             PIC S9(09) COMP-3.
