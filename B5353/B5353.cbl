      *   - a lapse register record is written to ZLAPPF, by branch,
      *     for the daily lapse register print.
      *
      *   A contract whose owner's address lies in a ward or province   <PH2687>
      *   under a disaster-area moratorium on the ZMOR register (P5406) <PH2687>
      *   is left alone until the moratorium's grace end - its end      <PH2687>
      *   date plus the extended grace days - as the ZMORCHK check      <PH2687>
      *   finds it.                                                     <PH2687>
      *                                                                 <PH2687>
      *   A contract softlocked elsewhere, or with no T6654 item for    <PH2694>
      *   its billing channel, is passed over and put on the ZREJ       <PH2694>
      *   batch reject register by contract number; a re-drive run      <PH2694>
      *   takes only the contracts outstanding there.                   <PH2694>
      *                                                                 <PH2694>
      *   Control totals:
      *     01  -  Payer records read
      *     02  -  Contracts lapsed
      *     04  -  Contracts skipped - softlocked elsewhere
      *     05  -  Automatic premium loans raised
      *     06  -  Reduced paid-up conversions
      *     07  -  Contracts skipped - disaster-area moratorium         <PH2687>
      *
      *   Error Processing:
      *     If a system error move the error code into the SYSR-STATUZ
      *           the contract lapses as before.  The outcome's own         *
      *           transaction code goes on the PTRN.                        *
      *                                                                     *
      * 15/10/26  01/01   PH2687       Phi Tran - IT DEV                    *
      *           Contracts whose owner lives in a ward or province         *
      *           under a P5406 disaster-area moratorium are skipped        *
      *           until its grace end (ZMORCHK); control total 07.          *
      *                                                                     *
      * 15/10/26  01/01   PH2694       Phi Tran - IT DEV                    *
      *           Softlocked contracts and contracts with no T6654 item     *
      *           (previously a fatal error) go on the ZREJ batch reject    *
      *           register; a re-drive run takes only those contracts.      *
      *                                                                     *
      * 15/10/26  01/01   PH2695       Phi Tran - IT DEV                    *
      *           T6654, TV104 and T5679 lookups per contract read          *
      *           through the table cache (ZTBLCCH).                        *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.              <PH2609>
           03  CT06                    PIC 9(02) VALUE 06.              <PH2609>
           03  CT07                    PIC 9(02) VALUE 07.              <PH2687>
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY T5645REC.                                               <PH2609>
           COPY TV104REC.                                               <PH2609>
           COPY LIFACMVREC.                                             <PH2609>
           COPY ZMORCHKREC.                                             <PH2687>
      /
           COPY PAYRSKM.
           COPY CHDRLIFSKM.
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
           MOVE PAYR-CHDRNUM           TO ZRJL-ENTITY.                  <PH2694>
      *
       2090-EXIT.
           EXIT.
      *
           PERFORM 2560-CALC-GRACE-DATE.
      *
           IF ITEM-STATUZ               = MRNF                          <PH2694>
              MOVE 'ITEM'              TO ZRJL-REASON                   <PH2694>
              MOVE SPACES              TO ZRJL-MESSAGE                  <PH2694>
              STRING 'NO T6654 ITEM FOR BILLING CHANNEL '               <PH2694>
                     PAYR-BILLCHNL     DELIMITED BY SIZE                <PH2694>
                                     INTO ZRJL-MESSAGE                  <PH2694>
              PERFORM 002-LOG-REJECT                                    <PH2694>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2694>
              GO TO 2590-EXIT                                           <PH2694>
           END-IF.                                                      <PH2694>
      *                                                                 <PH2694>
           IF BSSC-EFFECTIVE-DATE   NOT > WSAA-GRACE-DATE
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
      * Nothing is taken overdue or lapsed in an area under a           <PH2687>
      * disaster-area moratorium until its grace end has passed.        <PH2687>
      *                                                                 <PH2687>
           INITIALIZE                  ZMCK-ZMORCHK-REC.                <PH2687>
           MOVE PAYR-CHDRCOY           TO ZMCK-CHDRCOY.                 <PH2687>
           MOVE PAYR-CHDRNUM           TO ZMCK-CHDRNUM.                 <PH2687>
           MOVE BSSC-EFFECTIVE-DATE    TO ZMCK-EFFDATE.                 <PH2687>
      *                                                                 <PH2687>
           CALL 'ZMORCHK'           USING ZMCK-ZMORCHK-REC.             <PH2687>
      *                                                                 <PH2687>
           IF ZMCK-STATUZ           NOT = O-K                           <PH2687>
              MOVE ZMCK-STATUZ         TO SYSR-STATUZ                   <PH2687>
              MOVE ZMCK-ZMORCHK-REC    TO SYSR-PARAMS                   <PH2687>
              PERFORM 600-FATAL-ERROR                                   <PH2687>
           END-IF.                                                      <PH2687>
      *                                                                 <PH2687>
           IF ZMCK-COVERED              = 'Y'                           <PH2687>
              MOVE CT07                TO CONT-TOTNO                    <PH2687>
              MOVE 1                   TO CONT-TOTVAL                   <PH2687>
              PERFORM 001-CALL-CONTOT                                   <PH2687>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2687>
              GO TO 2590-EXIT                                           <PH2687>
           END-IF.                                                      <PH2687>
      *                                                                 <PH2687>
      * Softlock the contract; skip it if another transaction has
      * it locked - it will be picked up on the next run.
      *
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              MOVE 'LOCK'              TO ZRJL-REASON                   <PH2694>
              MOVE 'CONTRACT SOFTLOCKED BY ANOTHER TRANSACTION'         <PH2694>
                                       TO ZRJL-MESSAGE                  <PH2694>
              PERFORM 002-LOG-REJECT                                    <PH2694>
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
              PERFORM 2565-READ-T6654
           END-IF.
      *
      *  No item even for '***': the caller rejects the contract.       <PH2694>
      *                                                                 <PH2694>
           IF ITEM-STATUZ               = MRNF                          <PH2694>
              GO TO 2569-EXIT                                           <PH2694>
           END-IF.                                                      <PH2694>
      *                                                                 <PH2694>
           IF ITEM-STATUZ           NOT = O-K
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
      **** CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2695>
           CALL 'ZTBLCCH'           USING 'ITEM'                        <PH2695>
                                          ITEM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
      *
           IF  ITEM-STATUZ          NOT = O-K
           AND ITEM-STATUZ          NOT = MRNF
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2609>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2609>
      *                                                                 <PH2609>
      **** CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2695>
           CALL 'ZTBLCCH'           USING 'ITEM'                        <PH2695>
                                          ITEM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
      *                                                                 <PH2609>
           IF ITEM-STATUZ           NOT = O-K AND MRNF                  <PH2609>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <PH2609>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2609>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2609>
      *                                                                 <PH2609>
      **** CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2695>
           CALL 'ZTBLCCH'           USING 'ITEM'                        <PH2695>
                                          ITEM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
      *                                                                 <PH2609>
           IF ITEM-STATUZ           NOT = O-K                           <PH2609>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <PH2609>
