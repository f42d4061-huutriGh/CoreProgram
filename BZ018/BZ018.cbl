      *     THREADS  number of thread members to cut (defaults to 1)
      *     CHUNK    records written before switching member
      *              (defaults to 1000)
      *     SCOPE    'A' cuts every contract of the book whatever       <PH2693>
      *              its status, for the month-end snapshot             <PH2693>
      *              (B5462); blank cuts the in-force book only         <PH2693>
      *
      *   Control totals:
      *     01  -  In-force contracts extracted
      *           run cannot leave a previous run's contracts in            *
      *           the higher members.                                       *
      *                                                                     *
      * 15/10/26  01/01   PH2693       Phi Tran - IT DEV                    *
      *           Scope parameter: 'A' cuts the whole book, whatever the    *
      *           contract status, for the month-end snapshot (B5462).      *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
       01  WSAA-IF                     PIC X(02) VALUE 'IF'.
       01  WSAA-SCOPE                  PIC X(01) VALUE SPACE.           <PH2693>
      *
       01  WSAA-THREADS                PIC 9(03) VALUE 1.
       01  WSAA-CHUNK                  PIC 9(05) VALUE 1000.
           IF PZ018-CHUNK               > ZERO
              MOVE PZ018-CHUNK         TO WSAA-CHUNK
           END-IF.
           IF PZ018-SCOPE               = 'A'                           <PH2693>
              MOVE 'A'                 TO WSAA-SCOPE                    <PH2693>
           END-IF.                                                      <PH2693>
      *
      *  Clear every thread member up front - a run with fewer
      *  contracts (or fewer threads) than last time must not
              SELECT CHDRCOY, CHDRNUM, CNTBRANCH, AGNTNUM,
                     BILLFREQ, STATCODE
                     FROM CHDRPF
      ****    WHERE  STATCODE           = :WSAA-IF                      <PH2693>
              WHERE (STATCODE           = :WSAA-IF                      <PH2693>
                 OR  :WSAA-SCOPE        = 'A')                          <PH2693>
              ORDER BY CHDRCOY, CHDRNUM
           END-EXEC.
      *
