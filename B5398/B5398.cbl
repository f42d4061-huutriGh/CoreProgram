      *     03  -  Amount applied
      *     04  -  Suspense remaining on applied contracts
      *     05  -  Contracts skipped - softlocked elsewhere
      *                                                                 <PH2694>
      *   A contract skipped as softlocked is also put on the ZREJ      <PH2694>
      *   batch reject register by contract number; a re-drive run      <PH2694>
      *   takes only the contracts outstanding there.                   <PH2694>
      *
      *   Error Processing:
      *     If a system error move the error code into the SYSR-STATUZ
      * 02/09/26  01/01   PH2616       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2694       Phi Tran - IT DEV                    *
      *           Softlocked contracts go on the ZREJ batch reject          *
      *           register; a re-drive run takes only those contracts.      *
      *                                                                     *
      * 15/10/26  01/01   PH2695       Phi Tran - IT DEV                    *
      *           T5645 and T3695 reads go through the table cache          *
      *           (ZTBLCCH).                                                *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
      **** CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2695>
           CALL 'ZTBLCCH'           USING 'ITEM'                        <PH2695>
                                          ITEM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
      *
           IF ITEM-STATUZ           NOT = O-K
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
      **** CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2695>
           CALL 'ZTBLCCH'           USING 'ITEM'                        <PH2695>
                                          ITEM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
      *
           IF ITEM-STATUZ           NOT = O-K
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
           MOVE PAYR-CHDRNUM           TO ZRJL-ENTITY.                  <PH2694>
      *
       2090-EXIT.
           EXIT.
              MOVE CT05                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              MOVE 'LOCK'              TO ZRJL-REASON                   <PH2694>
              MOVE 'CONTRACT SOFTLOCKED BY ANOTHER TRANSACTION'         <PH2694>
                                       TO ZRJL-MESSAGE                  <PH2694>
              PERFORM 002-LOG-REJECT                                    <PH2694>
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
