      *       9 - Media records (BEXT) created. } Passed back from
      *      10 - Total amount on BEXT records. }     BILLREQ1
      *      13 - Billing exceptions routed to the contract's branch.
      *                                                                 <PH2694>
      * A contract passed over for invalid statii or a softlock is      <PH2694>
      * also put on the ZREJ batch reject register, keyed by the        <PH2694>
      * contract number; a re-drive run bills only those contracts.     <PH2694>
      *
      * 1000-INITIALISE SECTION
      * _______________________
      *           run ends fatally at initialise when the schedule          *
      *           accounting month is no longer open on TV101.              *
      *                                                                     *
      * 15/10/26  01/01   PH2694       Phi Tran - IT DEV                    *
      *           Contracts passed over for invalid statii or a softlock    *
      *           go on the ZREJ batch reject register; a re-drive run      *
      *           bills only the contracts outstanding on it.               *
      *                                                                     *
      * 15/10/26  01/01   PH2695       Phi Tran - IT DEV                    *
      *           Per-contract T3695, TR52D, TR384, TU477, TR517, T5687,    *
      *           TR52E and TV078 lookups read through the table cache      *
      *           (ZTBLCCH) instead of ITEMIO / ITDMIO.                     *
      *                                                                     *
      **DD/MM/YY*************************************************************

       ENVIRONMENT DIVISION.

           MOVE CHDRNUM                TO WSYS-CHDRNUM.
           MOVE BILLCD                 TO WSYS-BILLCD.
           MOVE CHDRNUM                TO ZRJL-ENTITY.                  <PH2694>

       2090-EXIT.
           EXIT.
      ****    MOVE 'INVS'              TO BEXC-REASON           <PHFX60>
              MOVE 'INVS'              TO WSAA-BEXC-REASON              <PHFX60>
              PERFORM 2585-ROUTE-EXCEPTION-TO-BRANCH
              MOVE 'INVS'              TO ZRJL-REASON                   <PH2694>
              MOVE 'CONTRACT FAILED BILLING STATUS OR DATE CHECKS'      <PH2694>
                                       TO ZRJL-MESSAGE                  <PH2694>
              PERFORM 002-LOG-REJECT                                    <PH2694>

              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
      ****    MOVE 'LOCK'              TO BEXC-REASON           <PHFX60>
              MOVE 'LOCK'              TO WSAA-BEXC-REASON              <PHFX60>
              PERFORM 2585-ROUTE-EXCEPTION-TO-BRANCH
              MOVE 'LOCK'              TO ZRJL-REASON                   <PH2694>
              MOVE 'CONTRACT SOFTLOCKED BY ANOTHER TRANSACTION'         <PH2694>
                                       TO ZRJL-MESSAGE                  <PH2694>
              PERFORM 002-LOG-REJECT                                    <PH2694>

              MOVE SPACES              TO WSSP-EDTERROR
           END-IF.
           MOVE 99999999               TO ITDM-ITMFRM.
           MOVE BEGN                   TO ITDM-FUNCTION.

      **** CALL 'ITDMIO'  USING ITDM-PARAMS.                            <PH2695>
           CALL 'ZTBLCCH'           USING 'ITDM'                        <PH2695>
                                          ITDM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>

           IF  ITDM-STATUZ          NOT = O-K
           AND ITDM-STATUZ          NOT = ENDP
           MOVE ITEMREC                TO ITEM-FORMAT.                  <V74L01>
           MOVE READR                  TO ITEM-FUNCTION.                <V74L01>
                                                                        <V74L01>
      **** CALL 'ITEMIO'               USING ITEM-PARAMS.               <PH2695>
           CALL 'ZTBLCCH'           USING 'ITEM'                        <PH2695>
                                          ITEM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
                                                                        <V74L01>
           IF ITEM-STATUZ              NOT = O-K                        <V74L01>
           AND ITEM-STATUZ             NOT = MRNF                       <V74L01>
              MOVE '***'               TO ITEM-ITEMITEM                 <V74L01>
              MOVE READR               TO ITEM-FUNCTION                 <V74L01>
                                                                        <V74L01>
      ****    CALL 'ITEMIO'           USING ITEM-PARAMS                 <PH2695>
              CALL 'ZTBLCCH' USING 'ITEM'                               <PH2695>
                                   ITEM-PARAMS                          <PH2695>
                                   TBLC-HITS                            <PH2695>
                                   TBLC-MISSES                          <PH2695>
                                                                        <V74L01>
              IF  ITEM-STATUZ         NOT = O-K                         <V74L01>
                  MOVE ITEM-PARAMS     TO SYSR-PARAMS                   <V74L01>
           MOVE T3695                  TO ITEM-ITEMTABL.                <LA2106>
           MOVE T5645-SACSTYPE-03      TO ITEM-ITEMITEM.                <LA2106>
           MOVE READR                  TO ITEM-FUNCTION.                <LA2106>
      **** CALL 'ITEMIO'               USING ITEM-PARAMS.               <PH2695>
           CALL 'ZTBLCCH'           USING 'ITEM'                        <PH2695>
                                          ITEM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
                                                                        <LA2106>
           IF ITEM-STATUZ          NOT = O-K                            <LA2106>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <LA2106>
           MOVE ITEMREC                TO ITDM-FORMAT.                  <V74L01>
           MOVE BEGN                   TO ITDM-FUNCTION.                <V74L01>
                                                                        <V74L01>
      **** CALL 'ITDMIO'               USING ITDM-PARAMS.               <PH2695>
           CALL 'ZTBLCCH'           USING 'ITDM'                        <PH2695>
                                          ITDM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
                                                                        <V74L01>
           IF  ITDM-STATUZ             NOT =  O-K AND                   <V74L01>
               ITDM-STATUZ             NOT =  ENDP                      <V74L01>
           MOVE ITEMREC                TO ITDM-FORMAT.                  <PS011>
           MOVE BEGN                   TO ITDM-FUNCTION.                <PS011>
                                                                        <PS011>
      **** CALL 'ITDMIO'               USING ITDM-PARAMS.               <PH2695>
           CALL 'ZTBLCCH'           USING 'ITDM'                        <PH2695>
                                          ITDM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
           IF  ITDM-STATUZ             NOT =  O-K AND                   <PS011>
               ITDM-STATUZ             NOT =  ENDP                      <PS011>
               MOVE ITDM-PARAMS        TO SYSR-PARAMS                   <PS011>
           MOVE WSAA-ITEM-TR384        TO ITEM-ITEMITEM.                <PCPPRT>
           MOVE READR                  TO ITEM-FUNCTION.                <P002>
                                                                        <P002>
      **** CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2695>
           CALL 'ZTBLCCH'           USING 'ITEM'                        <PH2695>
                                          ITEM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
           IF ITEM-STATUZ              NOT =  O-K AND MRNF              <P002>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <P002>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <P002>
           MOVE WSAA-OLD-BTDATE        TO ITDM-ITMFRM.                  <V74L01>
           MOVE BEGN                   TO ITDM-FUNCTION.                <V74L01>
                                                                        <V74L01>
      **** CALL 'ITDMIO'               USING ITDM-PARAMS.               <PH2695>
           CALL 'ZTBLCCH'           USING 'ITDM'                        <PH2695>
                                          ITDM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
                                                                        <V74L01>
           IF (ITDM-STATUZ             NOT = O-K) AND                   <V74L01>
              (ITDM-STATUZ             NOT = ENDP)                      <V74L01>
           MOVE TU477                  TO ITEM-ITEMTABL.                <UL001>
           MOVE READR                  TO ITEM-FUNCTION.                <UL001>
      *                                                                 <UL001>
      **** CALL 'ITEMIO' USING ITEM-PARAMS.                             <PH2695>
           CALL 'ZTBLCCH'           USING 'ITEM'                        <PH2695>
                                          ITEM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
      *                                                                 <UL001>
           IF ITEM-STATUZ           NOT = O-K AND MRNF                  <UL001>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <UL001>
