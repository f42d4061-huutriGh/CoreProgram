      *   with the record count - no more weekly download and
      *   pivot table in Compliance.
      *
      *   Each reported client is passed to ZAMLRSK ('ALRT') so         <PH2677>
      *   the alert raises the client's AML risk rating.                <PH2677>
      *                                                                 <PH2677>
      *   Control totals:
      *     01  -  Cash bankings read in window
      *     02  -  Single receipts over threshold
      * 02/09/26  01/01   PH2639       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2677       Phi Tran - IT DEV                    *
      *           Report each alerted client to ZAMLRSK so the cash         *
      *           alert feeds the client AML risk rating.                   *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
           COPY RBNKSKM.
           COPY RCPYPOLSKM.
           COPY CLRFSKM.
           COPY ZAMLRSKREC.                                             <PH2677>
      /
      *
       LINKAGE SECTION.
              MOVE CT02                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              PERFORM 3300-RECORD-ALERT                                 <PH2677>
           END-IF.
      *
      *  Accumulate for the structuring scan.
       3290-EXIT.
           EXIT.
      /
       3300-RECORD-ALERT SECTION.                                       <PH2677>
      ***************************                                       <PH2677>
      *                                                                 <PH2677>
       3310-START.                                                      <PH2677>
      *                                                                 <PH2677>
      *  Stamp the alert on the client's risk register entry; a         <PH2677>
      *  payor that could not be resolved to a client is ignored        <PH2677>
      *  by ZAMLRSK.                                                    <PH2677>
      *                                                                 <PH2677>
           INITIALIZE                  ZARK-ZAMLRSK-REC.                <PH2677>
           MOVE 'ALRT'                 TO ZARK-FUNCTION.                <PH2677>
           MOVE BSPR-COMPANY           TO ZARK-COMPANY.                 <PH2677>
           MOVE '9'                    TO ZARK-CLNTCOY.                 <PH2677>
           MOVE WSAA-PAYOR-NUM         TO ZARK-CLNTNUM.                 <PH2677>
           MOVE BSSC-EFFECTIVE-DATE    TO ZARK-EFFDATE.                 <PH2677>
      *                                                                 <PH2677>
           CALL 'ZAMLRSK'           USING ZARK-ZAMLRSK-REC.             <PH2677>
      *                                                                 <PH2677>
           IF ZARK-STATUZ           NOT = O-K                           <PH2677>
              MOVE ZARK-STATUZ         TO SYSR-STATUZ                   <PH2677>
              MOVE ZARK-ZAMLRSK-REC    TO SYSR-PARAMS                   <PH2677>
              PERFORM 600-FATAL-ERROR                                   <PH2677>
           END-IF.                                                      <PH2677>
      *                                                                 <PH2677>
       3390-EXIT.                                                       <PH2677>
           EXIT.                                                        <PH2677>
      /                                                                 <PH2677>
       3500-COMMIT SECTION.
      **********************
      *
               MOVE CT03               TO CONT-TOTNO
               MOVE 1                  TO CONT-TOTVAL
               PERFORM 001-CALL-CONTOT
               MOVE WSAA-PAY-CLNT (WSAA-IX)                             <PH2677>
                                       TO WSAA-PAYOR-NUM                <PH2677>
               PERFORM 3300-RECORD-ALERT                                <PH2677>
           END-IF.
      *
       4190-EXIT.
