      *     the contract branch follow automatically;
      *   - every OPEN claim on the ZCLM worklist at the closed
      *     branch moves to the successor's worklist (settled
      *     and declined claims keep their history);                    <PH2653>
      *   - every open service request / complaint on the ZSRQ
      *     register moves likewise.
      *
      * 02/09/26  01/01   PH2642       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2653       Phi Tran - IT DEV                    *
      *           Declined claims ('DC') are closed: the sweep leaves them  *
      *           on the old branch with the settled ones.                  *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
      *
           IF  ZCLM-BRANCH              = PZ417-OLDBRANCH
           AND ZCLM-CLAMSTAT        NOT = 'PD'
           AND ZCLM-CLAMSTAT        NOT = 'DC'                          <PH2653>
               MOVE PZ417-NEWBRANCH    TO ZCLM-BRANCH
               MOVE ZCLMREC            TO ZCLM-FORMAT
               MOVE REWRT              TO ZCLM-FUNCTION
