      *   - every non-zero ACBL balance whose currency is not the
      *     ledger currency (schedule parameter) accumulates into a
      *     per-currency total;
      *   - the closing rate is the mid rate the daily FX load
      *     (B5430) holds for the currency against the ledger
      *     currency on or before the run date, or failing that
      *     TV112 (one item per currency); the rate the balance
      *     was last carried at
      *     comes from the ZFXR revaluation register, which this
      *     run rolls forward to the closing rate;
      *   - the unrealised difference per currency -
      *     position contra) via the normal LIFACMV mechanism, and
      *     reported per currency on ZFXVPF.
      *
      *   A currency with no closing rate is reported with a
      *   zero new rate and NOT posted - Finance supplies the rate
      *   and reruns.
      *
      * 02/09/26  01/01   PH2622       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2659       Phi Tran - IT DEV                    *
      *           The closing rate is taken from the daily FX rate load     *
      *           (ZFXD mid rate, currency to ledger currency) before       *
      *           falling back to TV112.                                    *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  FORMATS.
           03  ACBLREC                 PIC X(10) VALUE 'ACBLREC'.
           03  ZFXRREC                 PIC X(10) VALUE 'ZFXRREC'.
           03  ZFXDREC                 PIC X(10) VALUE 'ZFXDREC'.       <PH2659>
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  TABLES.
      /
           COPY ACBLSKM.
           COPY ZFXRSKM.
           COPY ZFXDSKM.                                                <PH2659>
      /
      *
       LINKAGE SECTION.
                                          WSAA-NEW-RATE
                                          WSAA-REVAL-AMT.
      *
      *  The loaded daily rate first; TV112 when none is held.          <PH2659>
      *                                                                 <PH2659>
           PERFORM 4150-READ-LOADED-RATE.                               <PH2659>
      *                                                                 <PH2659>
           IF WSAA-NEW-RATE             > ZERO                          <PH2659>
              GO TO 4120-READ-REGISTER                                  <PH2659>
           END-IF.                                                      <PH2659>
      *                                                                 <PH2659>
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
              MOVE TV112-CLOSERATE     TO WSAA-NEW-RATE
           END-IF.
      *
       4120-READ-REGISTER.                                              <PH2659>
      *                                                                 <PH2659>
           INITIALIZE                  ZFXR-PARAMS.
           MOVE WSAA-CCY-CODE (WSAA-CCY-IX)
                                       TO ZFXR-CURRCODE.
       4190-EXIT.
           EXIT.
      /
       4150-READ-LOADED-RATE SECTION.                                   <PH2659>
      *******************************                                   <PH2659>
      *                                                                 <PH2659>
       4151-START.                                                      <PH2659>
      *                                                                 <PH2659>
      *  Rates are held latest first, so the first row at or            <PH2659>
      *  before the run date is the one in force.                       <PH2659>
      *                                                                 <PH2659>
           INITIALIZE                  ZFXD-PARAMS.                     <PH2659>
           MOVE WSAA-CCY-CODE (WSAA-CCY-IX)                             <PH2659>
                                       TO ZFXD-CURRCODE.                <PH2659>
           MOVE PZ402-LEDGCURR         TO ZFXD-CURROUT.                 <PH2659>
           MOVE BSSC-EFFECTIVE-DATE    TO ZFXD-RATEDATE.                <PH2659>
           MOVE ZFXDREC                TO ZFXD-FORMAT.                  <PH2659>
           MOVE BEGN                   TO ZFXD-FUNCTION.                <PH2659>
      *                                                                 <PH2659>
           CALL 'ZFXDIO'            USING ZFXD-PARAMS.                  <PH2659>
      *                                                                 <PH2659>
           IF ZFXD-STATUZ           NOT = O-K AND ENDP                  <PH2659>
              MOVE ZFXD-STATUZ         TO SYSR-STATUZ                   <PH2659>
              MOVE ZFXD-PARAMS         TO SYSR-PARAMS                   <PH2659>
              PERFORM 600-FATAL-ERROR                                   <PH2659>
           END-IF.                                                      <PH2659>
      *                                                                 <PH2659>
           IF ZFXD-STATUZ               = O-K                           <PH2659>
           AND ZFXD-CURRCODE            = WSAA-CCY-CODE (WSAA-CCY-IX)   <PH2659>
           AND ZFXD-CURROUT             = PZ402-LEDGCURR                <PH2659>
              MOVE ZFXD-MIDRATE        TO WSAA-NEW-RATE                 <PH2659>
           END-IF.                                                      <PH2659>
      *                                                                 <PH2659>
       4159-EXIT.                                                       <PH2659>
           EXIT.                                                        <PH2659>
      /                                                                 <PH2659>
       4200-POST-REVALUATION SECTION.
      *******************************
      *
