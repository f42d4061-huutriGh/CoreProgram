      *   advance-balance statement row on ZADS for the agent's
      *   statement print; a balance recovered to zero closes the
      *   advance ('C').
      *   The rows are added to those of earlier cycles, so the         <PH2670>
      *   month's recoveries are there for the B5437 statement.         <PH2670>
      *
      *   Control totals:
      *     01  -  Open advances read
      * 02/09/26  01/01   PH2640       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2670       Phi Tran - IT DEV                    *
      *           Keep the ZADS rows of earlier cycles (OPEN EXTEND)        *
      *           for the monthly agent commission statement.               *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-EXT-DATE          TO WSAA-TODAY.
      *
      **** OPEN OUTPUT ZADSPF.                                          <PH2670>
           OPEN EXTEND ZADSPF.                                          <PH2670>
      *
           INITIALIZE                  ZADV-PARAMS.
           MOVE BSPR-COMPANY           TO ZADV-AGNTCOY.
