      * 02/09/26  01/01   PH2637       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2685       Phi Tran - IT DEV                    *
      *           Each contract line carries the payer's payment reference  *
      *           and VietQR payload from ZPAYREF for transfer payments.    *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
           COPY ITEMSKM.
           COPY TR384REC.
           COPY LETRQSTREC.
           COPY ZPAYREFREC.                                             <PH2685>
      /
           COPY BEXTSKM.
           COPY CLRFSKM.
           MOVE BEXT-INSTAMT           TO INSTAMT   OF ZCNOPF.
           MOVE BEXT-BILLCD            TO BILLCD    OF ZCNOPF.
           MOVE BSSC-EFFECTIVE-DATE    TO NOTDATE   OF ZCNOPF.
      *                                                                 <PH2685>
      *  The contract payer's own transfer reference and VietQR         <PH2685>
      *  payload, so the payment comes back matched.                    <PH2685>
      *                                                                 <PH2685>
           INITIALIZE                  ZPYR-ZPAYREF-REC.                <PH2685>
           MOVE 'GET '                 TO ZPYR-FUNCTION.                <PH2685>
           MOVE BEXT-CHDRCOY           TO ZPYR-COMPANY.                 <PH2685>
           MOVE BEXT-CHDRNUM           TO ZPYR-CHDRNUM.                 <PH2685>
           MOVE BEXT-PAYRSEQNO         TO ZPYR-PAYRSEQNO.               <PH2685>
           MOVE BSSC-EFFECTIVE-DATE    TO ZPYR-EFFDATE.                 <PH2685>
      *                                                                 <PH2685>
           CALL 'ZPAYREF'           USING ZPYR-ZPAYREF-REC.             <PH2685>
      *                                                                 <PH2685>
           IF ZPYR-STATUZ           NOT = O-K                           <PH2685>
              MOVE ZPYR-STATUZ         TO SYSR-STATUZ                   <PH2685>
              MOVE ZPYR-ZPAYREF-REC    TO SYSR-PARAMS                   <PH2685>
              PERFORM 600-FATAL-ERROR                                   <PH2685>
           END-IF.                                                      <PH2685>
      *                                                                 <PH2685>
           MOVE ZPYR-PAYREF            TO PAYREF    OF ZCNOPF.          <PH2685>
           MOVE ZPYR-QRDATA            TO QRDATA    OF ZCNOPF.          <PH2685>
      *                                                                 <PH2685>
           WRITE ZCNOPF-REC.
      *
           MOVE CT02                   TO CONT-TOTNO.
