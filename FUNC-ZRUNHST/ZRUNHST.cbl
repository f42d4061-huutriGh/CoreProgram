      *              process occurrence, program, run date, start
      *              and end times, elapsed seconds and the number
      *              of primary records cycled.
      *                                                                 <PH2695>
      * The row also carries the table-cache hit and miss counts        <PH2695>
      * of the run (ZTBLCCH), zero for a program that does not          <PH2695>
      * use the cache.                                                  <PH2695>
      *
      * The weekly trend report BZ019 reads this history and flags
      * any job whose elapsed time or volume has moved more than a
      *           report and operations can tell a stopped run from         *
      *           a completed one.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2695       Phi Tran - IT DEV                    *
      *           Table-cache hit and miss counts (ZTBLCCH) passed by       *
      *           MAINB and written to the run-history row.                 *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  LSAA-SCHEDULE-NUMBER        PIC X(08).
       01  LSAA-PROCESS-OCC-NUM        PIC X(08).
       01  LSAA-CYCLES                 PIC S9(08) COMP-3.
       01  LSAA-TBLHITS                PIC S9(09) COMP-3.               <PH2695>
       01  LSAA-TBLMISS                PIC S9(09) COMP-3.               <PH2695>
      /
       PROCEDURE DIVISION           USING LSAA-FUNCTION
                                          LSAA-PROGRAM
                                          LSAA-SCHEDULE-NUMBER
                                          LSAA-PROCESS-OCC-NUM
      ****                                LSAA-CYCLES.                  <PH2695>
                                          LSAA-CYCLES                   <PH2695>
                                          LSAA-TBLHITS                  <PH2695>
                                          LSAA-TBLMISS.                 <PH2695>
      *
       000-MAIN SECTION.
      ******************
           MOVE WSAA-START-TIME        TO ZRHS-STRTIME.
           MOVE WSAA-END-TIME          TO ZRHS-ENDTIME.
           MOVE LSAA-CYCLES            TO ZRHS-CYCLES.
           MOVE LSAA-TBLHITS           TO ZRHS-TBLHITS.                 <PH2695>
           MOVE LSAA-TBLMISS           TO ZRHS-TBLMISS.                 <PH2695>
           MOVE LSAA-FUNCTION          TO ZRHS-OUTCOME.                 <PH2648>
      *
      *  A run over midnight wraps: add a day of seconds.
