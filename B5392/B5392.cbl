      *   maturities (B5369), surrenders (P5374), free-looks and
      *   death claims must equal closing in-force.
      *
      *   The whole contract book is swept through the contract         <PH2693>
      *   rows of the month-end snapshot (ZMES, B5462) for the run      <PH2693>
      *   month, which hold each contract's status and transaction      <PH2693>
      *   number at month end; the run stops if the month has not       <PH2693>
      *   been snapshotted.  For                                        <PH2693>
      *   each contract every PTRN effective in the run month is
      *   classified through the TV102 bucket map (item key = the
      *   PTRN transaction code, content = the movement bucket:
      * 01/09/26  01/01   PH2606       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2693       Phi Tran - IT DEV                    *
      *           Sweep the contract rows of the month-end snapshot (ZMES,  *
      *           B5462) for the run month instead of the live CHDRLIF book.*
      *                                                                     *
      * 15/10/26  01/01   PH2695       Phi Tran - IT DEV                    *
      *           TV102 lookup per transaction read through the table       *
      *           cache (ZTBLCCH).                                          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  PTRNENQREC              PIC X(10) VALUE 'PTRNENQREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZMESREC                 PIC X(10) VALUE 'ZMESREC'.       <PH2693>
      *
       01  TABLES.
           03  T5679                   PIC X(06) VALUE 'T5679'.
      /
           COPY CHDRLIFSKM.
           COPY PTRNENQSKM.
           COPY ZMESSKM.                                                <PH2693>
      /
      *
       LINKAGE SECTION.
      *
           MOVE ITEM-GENAREA           TO T5679-T5679-REC.
      *
      **** INITIALIZE                  CHDRLIF-PARAMS.                  <PH2693>
      **** MOVE BSPR-COMPANY           TO CHDRLIF-CHDRCOY.              <PH2693>
      **** MOVE BEGN                   TO CHDRLIF-FUNCTION.             <PH2693>
      **** MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.               <PH2693>
           PERFORM 1200-CHECK-SNAPSHOT.                                 <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-RUN-YYMM          TO ZMES-SNAPYM.                  <PH2693>
           MOVE ZMESREC                TO ZMES-FORMAT.                  <PH2693>
           MOVE BEGN                   TO ZMES-FUNCTION.                <PH2693>
           MOVE 'Y'                    TO WSAA-FIRST-READ.
      *
       1090-EXIT.
           EXIT.
      /
       1200-CHECK-SNAPSHOT SECTION.                                     <PH2693>
      *****************************                                     <PH2693>
      *                                                                 <PH2693>
       1210-START.                                                      <PH2693>
      *                                                                 <PH2693>
      *  The run month must have been snapshotted.                      <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-RUN-YYMM          TO ZMES-SNAPYM.                  <PH2693>
           MOVE ZMESREC                TO ZMES-FORMAT.                  <PH2693>
           MOVE BEGN                   TO ZMES-FUNCTION.                <PH2693>
      *                                                                 <PH2693>
           CALL 'ZMESIO'            USING ZMES-PARAMS.                  <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ           NOT = O-K AND ENDP                  <PH2693>
              MOVE ZMES-STATUZ         TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR                                   <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ               = ENDP                          <PH2693>
           OR ZMES-CHDRCOY          NOT = BSPR-COMPANY                  <PH2693>
           OR ZMES-SNAPYM           NOT = WSAA-RUN-YYMM                 <PH2693>
              DISPLAY 'B5392 NO MONTH-END SNAPSHOT FOR: '               <PH2693>
                      WSAA-RUN-YYMM                                     <PH2693>
              DISPLAY 'RUN THE B5462 SNAPSHOT FOR THE MONTH FIRST.'     <PH2693>
              MOVE BOMB                TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR                                   <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
       1290-EXIT.                                                       <PH2693>
           EXIT.                                                        <PH2693>
      /                                                                 <PH2693>
       2000-READ-FILE SECTION.
      ************************
      *
           IF WSAA-FIRST-READ           = 'Y'
              MOVE 'N'                 TO WSAA-FIRST-READ
           ELSE
      ****    MOVE NEXTR               TO CHDRLIF-FUNCTION              <PH2693>
              MOVE NEXTR               TO ZMES-FUNCTION                 <PH2693>
           END-IF.
      *
      **** CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.               <PH2693>
           CALL 'ZMESIO'            USING ZMES-PARAMS.                  <PH2693>
      *
      **** IF CHDRLIF-STATUZ        NOT = O-K AND ENDP                  <PH2693>
      ****    MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ                   <PH2693>
      ****    MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS                   <PH2693>
           IF ZMES-STATUZ           NOT = O-K AND ENDP                  <PH2693>
              MOVE ZMES-STATUZ         TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      **** IF CHDRLIF-STATUZ            = ENDP                          <PH2693>
      **** OR CHDRLIF-CHDRCOY       NOT = BSPR-COMPANY                  <PH2693>
           IF ZMES-STATUZ               = ENDP                          <PH2693>
           OR ZMES-CHDRCOY          NOT = BSPR-COMPANY                  <PH2693>
           OR ZMES-SNAPYM           NOT = WSAA-RUN-YYMM                 <PH2693>
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
      *  One contract row per contract; its coverage rows are           <PH2693>
      *  passed over.                                                   <PH2693>
      *                                                                 <PH2693>
           IF ZMES-RECTYPE          NOT = 'C'                           <PH2693>
              GO TO 2090-EXIT                                           <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  CHDRLIF-PARAMS.                  <PH2693>
           MOVE ZMES-CHDRCOY           TO CHDRLIF-CHDRCOY.              <PH2693>
           MOVE ZMES-CHDRNUM           TO CHDRLIF-CHDRNUM.              <PH2693>
           MOVE ZMES-CHDRSTAT          TO CHDRLIF-STATCODE.             <PH2693>
           MOVE ZMES-CNTTYPE           TO CHDRLIF-CNTTYPE.              <PH2693>
           MOVE ZMES-TRANNO            TO CHDRLIF-TRANNO.               <PH2693>
      *                                                                 <PH2693>
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           IF ZMES-RECTYPE          NOT = 'C'                           <PH2693>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2693>
              GO TO 2590-EXIT                                           <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
      *  Closing in-force count, by the same statuses the
      *  valuation extract selects on.
      *
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
      **** CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2695>
           CALL 'ZTBLCCH'           USING 'ITEM'                        <PH2695>
                                          ITEM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
