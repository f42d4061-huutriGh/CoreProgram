      *   requested through the normal letter mechanism (letter
      *   type from TR384 for this transaction):
      *
      *    - premiums billed and received over the year (LINS),
      *      with single premium top-ups (instalment type 'T')
      *      shown separately;
      *    - the current sum assured of each in-force component
      *      (one 'C' record per component);
      *    - the loan position: capitalised principal plus
      *      interest accrued to the anniversary (INTCALC);
      *    - dividends allocated during the year (HDIV);
      *    - the paid-to position (PAYR);
      *    - the cash surrender value at the anniversary, from the
      *      ZSURRVAL engine.
      *
      *   One 'S' summary record carries the money totals; the 'C'
      *   component records follow it.  Contracts still in their
      *           the anniversary date in bytes 3-10, the letter            *
      *           convention.                                               *
      *                                                                     *
      * 15/10/26  01/01   PH2650       Phi Tran - IT DEV                    *
      *           The summary record carries the cash surrender value at    *
      *           the anniversary, calculated by the ZSURRVAL engine.       *
      *                                                                     *
      * 15/10/26  01/01   PH2656       Phi Tran - IT DEV                    *
      *           Single premium top-ups (instalment type T) are kept       *
      *           out of premiums billed and received and shown on          *
      *           their own in TOPUPAMT on the summary record.              *
      *                                                                     *
      * 15/10/26  01/01   PH2685       Phi Tran - IT DEV                    *
      *           The summary record carries the payer's payment reference  *
      *           and VietQR payload from ZPAYREF.                          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSAA-LOAN-INT               PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-DIVD-ALLOC             PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-PTDATE                 PIC 9(08) VALUE 0.
       01  WSAA-CASH-VAL               PIC S9(13)V9(02) COMP-3 VALUE 0. <PH2650>
       01  WSAA-TOPUP-AMT              PIC S9(13)V9(02) COMP-3 VALUE 0. <PH2656>
      *
      *  Letter keys: language in byte 1, the anniversary date in
      *  bytes 3-10 where the print functions parse a date.
           COPY TR384REC.
           COPY INTCALCREC.
           COPY LETRQSTREC.
           COPY ZSURRVALREC.                                            <PH2650>
           COPY ZPAYREFREC.                                             <PH2685>
      /
      *
       LINKAGE SECTION.
                                          WSAA-LOAN-PRIN
                                          WSAA-LOAN-INT
                                          WSAA-DIVD-ALLOC
                                          WSAA-CASH-VAL                 <PH2650>
                                          WSAA-TOPUP-AMT                <PH2656>
                                          WSAA-PTDATE.
      *
           PERFORM 3100-SUM-PREMIUMS.
           PERFORM 3300-SUM-LOANS.
           PERFORM 3400-SUM-DIVIDENDS.
           PERFORM 3460-GET-PAID-TO.
           PERFORM 3470-GET-CASH-VALUE.                                 <PH2650>
           PERFORM 3480-WRITE-SUMMARY.
           PERFORM 3200-LIST-COMPONENTS.
           PERFORM 3700-REQUEST-LETTER.
      *
           IF  WSAA-DATE-NUM        NOT < WSAA-YEAR-START-N
           AND WSAA-DATE-NUM            < WSAA-ANNIV-N
           AND LINSRNL-INSTTYPE         = 'T'                           <PH2656>
               ADD LINSRNL-CBILLAMT    TO WSAA-TOPUP-AMT                <PH2656>
               GO TO 3158-NEXT                                          <PH2656>
           END-IF.                                                      <PH2656>
      *                                                                 <PH2656>
           IF  WSAA-DATE-NUM        NOT < WSAA-YEAR-START-N             <PH2656>
           AND WSAA-DATE-NUM            < WSAA-ANNIV-N                  <PH2656>
               ADD LINSRNL-CBILLAMT    TO WSAA-PREM-BILLED
               IF LINSRNL-PAYFLAG       = 'P'
                  ADD LINSRNL-CBILLAMT TO WSAA-PREM-PAID
               END-IF
           END-IF.
      *
       3158-NEXT.                                                       <PH2656>
           MOVE NEXTR                  TO LINSRNL-FUNCTION.
      *
       3159-EXIT.
                                          LOANPRIN   OF ZANSPF
                                          LOANINT    OF ZANSPF
                                          DIVDALLOC  OF ZANSPF
                                          CSHVAL     OF ZANSPF          <PH2650>
                                          TOPUPAMT   OF ZANSPF          <PH2656>
                                          PTDATE     OF ZANSPF.
           MOVE WSAA-ANNIV-N           TO ANNIVDT    OF ZANSPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE    OF ZANSPF.
      *
       3469-EXIT.
           EXIT.
      /                                                                 <PH2650>
       3470-GET-CASH-VALUE SECTION.                                     <PH2650>
      *****************************                                     <PH2650>
      *                                                                 <PH2650>
       3471-START.                                                      <PH2650>
      *                                                                 <PH2650>
           INITIALIZE                  ZSRV-ZSURRVAL-REC.               <PH2650>
           MOVE 'CALC'                 TO ZSRV-FUNCTION.                <PH2650>
           MOVE CHDRLIF-CHDRCOY        TO ZSRV-CHDRCOY.                 <PH2650>
           MOVE CHDRLIF-CHDRNUM        TO ZSRV-CHDRNUM.                 <PH2650>
           MOVE WSAA-ANNIV-N           TO ZSRV-EFFDATE.                 <PH2650>
      *                                                                 <PH2650>
           CALL 'ZSURRVAL'          USING ZSRV-ZSURRVAL-REC.            <PH2650>
      *                                                                 <PH2650>
           IF ZSRV-STATUZ           NOT = O-K                           <PH2650>
              MOVE ZSRV-STATUZ         TO SYSR-STATUZ                   <PH2650>
              MOVE ZSRV-ZSURRVAL-REC   TO SYSR-PARAMS                   <PH2650>
              PERFORM 600-FATAL-ERROR                                   <PH2650>
           END-IF.                                                      <PH2650>
      *                                                                 <PH2650>
           MOVE ZSRV-SURRVAL           TO WSAA-CASH-VAL.                <PH2650>
      *                                                                 <PH2650>
       3479-EXIT.                                                       <PH2650>
           EXIT.                                                        <PH2650>
      /
       3480-WRITE-SUMMARY SECTION.
      ****************************
           MOVE WSAA-LOAN-INT          TO LOANINT    OF ZANSPF.
           MOVE WSAA-DIVD-ALLOC        TO DIVDALLOC  OF ZANSPF.
           MOVE WSAA-PTDATE            TO PTDATE     OF ZANSPF.
           MOVE WSAA-CASH-VAL          TO CSHVAL     OF ZANSPF.         <PH2650>
           MOVE WSAA-TOPUP-AMT         TO TOPUPAMT   OF ZANSPF.         <PH2656>
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE    OF ZANSPF.
      *                                                                 <PH2685>
      *  The payer's transfer reference and VietQR payload.             <PH2685>
      *                                                                 <PH2685>
           INITIALIZE                  ZPYR-ZPAYREF-REC.                <PH2685>
           MOVE 'GET '                 TO ZPYR-FUNCTION.                <PH2685>
           MOVE CHDRLIF-CHDRCOY        TO ZPYR-COMPANY.                 <PH2685>
           MOVE CHDRLIF-CHDRNUM        TO ZPYR-CHDRNUM.                 <PH2685>
           MOVE 1                      TO ZPYR-PAYRSEQNO.               <PH2685>
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
           MOVE ZPYR-PAYREF            TO PAYREF     OF ZANSPF.         <PH2685>
           MOVE ZPYR-QRDATA            TO QRDATA     OF ZANSPF.         <PH2685>
      *
           WRITE ZANSPF-REC.
      *
