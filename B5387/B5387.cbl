      *    - the contract's loan balance (on the first coverage
      *      record of the contract only, so contract-level money
      *      is never double counted);
      *    - the contract's cash surrender value from the ZSURRVAL      <PH2650>
      *      engine as at the valuation date (on the first coverage     <PH2650>
      *      record only, as the loan balance);                         <PH2650>
      *    - risk and premium status codes.
      *    - the contract's IFRS 17 group stamped at issue on the       <PH2674>
      *      ZIFG register (portfolio, cohort, profitability) -         <PH2674>
      *      blank while the contract is not yet grouped.               <PH2674>
      *
      *   In-force means the coverage risk status is on T5679 for
      *   this transaction and the coverage record's validity
      *   the in-force coverage count; the sum of the 'T' counts
      *   equals control total 02, reconciling the extract against
      *   the in-force file.
      *                                                                 <PH2693>
      *   The coverages, contract, payer and loan balance are read      <PH2693>
      *   from the month-end snapshot (ZMES, taken by B5462) for the    <PH2693>
      *   valuation month, which already holds the coverage rows        <PH2693>
      *   current at the snapshot date; the run stops if the month      <PH2693>
      *   has not been snapshotted.                                     <PH2693>
      *
      *   Control totals:
      *     01  -  Coverages read
      *           register unless the operator confirmation flag is         *
      *           set, and labels every output row of a rerun 'R'.          *
      *                                                                     *
      * 15/10/26  01/01   PH2650       Phi Tran - IT DEV                    *
      *           Carry the contract's cash surrender value, calculated by  *
      *           the ZSURRVAL engine as at the valuation date, on the      *
      *           first coverage record of each contract (CSHVAL).          *
      *                                                                     *
      * 15/10/26  01/01   PH2674       Phi Tran - IT DEV                    *
      *           Carry the contract's IFRS 17 group (portfolio, cohort and *
      *           profitability indicator from the ZIFG register) on every  *
      *           coverage record.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2693       Phi Tran - IT DEV                    *
      *           Read the coverages, contract, payer and loan balance from *
      *           the month-end snapshot (ZMES, B5462) instead of walking   *
      *           COVR, CHDR, PAYR and LOAN across the whole book.          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSAA-LAST-CHDRNUM           PIC X(08) VALUE SPACES.
       01  WSAA-FIRST-OF-CHDR          PIC X(01) VALUE 'N'.
       01  WSAA-LOAN-BAL               PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-CASH-VAL               PIC S9(13)V9(02) COMP-3 VALUE 0. <PH2650>
       01  WSAA-IFG-PORTFOLIO          PIC X(08) VALUE SPACES.          <PH2674>
       01  WSAA-IFG-COHORT             PIC 9(04) VALUE 0.               <PH2674>
       01  WSAA-IFG-PRFTIND            PIC X(01) VALUE SPACE.           <PH2674>
       01  WSAA-OCC-NUM                PIC 9(08) VALUE 0.
       01  WSAA-PT-NUM                 PIC 9(08) VALUE 0.
       01  WSAA-PREM                   PIC S9(11)V9(02) COMP-3 VALUE 0.
           03  T5679                   PIC X(05) VALUE 'T5679'.
      *
       01  FORMATS.
      **** 03  COVRREC                 PIC X(10) VALUE 'COVRREC'.       <PH2693>
           03  ZPUBREC                 PIC X(10) VALUE 'ZPUBREC'.       <PH2633>
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      **** 03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.       <PH2693>
      **** 03  LOANREC                 PIC X(10) VALUE 'LOANREC'.       <PH2693>
           03  ZIFGREC                 PIC X(10) VALUE 'ZIFGREC'.       <PH2674>
           03  ZMESREC                 PIC X(10) VALUE 'ZMESREC'.       <PH2693>
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           COPY COVRSKM.
           COPY CHDRLIFSKM.
           COPY ITEMSKM.
      **** COPY PAYRSKM.                                                <PH2693>
      **** COPY LOANSKM.                                                <PH2693>
           COPY T5679REC.
           COPY ZSURRVALREC.                                            <PH2650>
           COPY ZIFGSKM.                                                <PH2674>
           COPY ZMESSKM.                                                <PH2693>
      /
      *
       LINKAGE SECTION.
           MOVE ZEROES                 TO WSAA-PRD-MAX.
           INITIALIZE                  WSAA-PRODUCT-TABLE.
      *
      **** INITIALIZE                  COVR-PARAMS.                     <PH2693>
      **** MOVE BSPR-COMPANY           TO COVR-CHDRCOY.                 <PH2693>
      **** MOVE COVRREC                TO COVR-FORMAT.                  <PH2693>
      **** MOVE BEGN                   TO COVR-FUNCTION.                <PH2693>
           PERFORM 1200-CHECK-SNAPSHOT.                                 <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-PERIOD-KEY        TO ZMES-SNAPYM.                  <PH2693>
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
      *  The valuation month must have been snapshotted.                <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-PERIOD-KEY        TO ZMES-SNAPYM.                  <PH2693>
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
           OR ZMES-SNAPYM           NOT = WSAA-PERIOD-KEY               <PH2693>
              DISPLAY 'B5387 NO MONTH-END SNAPSHOT FOR: '               <PH2693>
                      WSAA-PERIOD-KEY                                   <PH2693>
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
      ****    MOVE NEXTR               TO COVR-FUNCTION                 <PH2693>
              MOVE NEXTR               TO ZMES-FUNCTION                 <PH2693>
           END-IF.
      *
      **** CALL 'COVRIO'            USING COVR-PARAMS.                  <PH2693>
           CALL 'ZMESIO'            USING ZMES-PARAMS.                  <PH2693>
      *
      **** IF COVR-STATUZ           NOT = O-K AND ENDP                  <PH2693>
      ****    MOVE COVR-STATUZ         TO SYSR-STATUZ                   <PH2693>
      ****    MOVE COVR-PARAMS         TO SYSR-PARAMS                   <PH2693>
           IF ZMES-STATUZ           NOT = O-K AND ENDP                  <PH2693>
              MOVE ZMES-STATUZ         TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      **** IF COVR-STATUZ               = ENDP                          <PH2693>
      **** OR COVR-CHDRCOY          NOT = BSPR-COMPANY                  <PH2693>
           IF ZMES-STATUZ               = ENDP                          <PH2693>
           OR ZMES-CHDRCOY          NOT = BSPR-COMPANY                  <PH2693>
           OR ZMES-SNAPYM           NOT = WSAA-PERIOD-KEY               <PH2693>
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
      *  Contract rows carry no coverage.                               <PH2693>
      *                                                                 <PH2693>
           IF ZMES-RECTYPE          NOT = 'V'                           <PH2693>
              GO TO 2090-EXIT                                           <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           PERFORM 2200-LOAD-COVERAGE.                                  <PH2693>
      *                                                                 <PH2693>
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
       2090-EXIT.
           EXIT.
      /
       2200-LOAD-COVERAGE SECTION.                                      <PH2693>
      ****************************                                      <PH2693>
      *                                                                 <PH2693>
       2210-START.                                                      <PH2693>
      *                                                                 <PH2693>
      *  The snapshot coverage row, into the coverage fields the        <PH2693>
      *  selection and the extract work on.                             <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  COVR-PARAMS.                     <PH2693>
           MOVE ZMES-CHDRCOY           TO COVR-CHDRCOY.                 <PH2693>
           MOVE ZMES-CHDRNUM           TO COVR-CHDRNUM.                 <PH2693>
           MOVE ZMES-LIFE              TO COVR-LIFE.                    <PH2693>
           MOVE ZMES-COVERAGE          TO COVR-COVERAGE.                <PH2693>
           MOVE ZMES-RIDER             TO COVR-RIDER.                   <PH2693>
           MOVE ZMES-CRTABLE           TO COVR-CRTABLE.                 <PH2693>
           MOVE ZMES-RCESDTE           TO COVR-RISK-CESS-DATE.          <PH2693>
           MOVE ZMES-SUMINS            TO COVR-SUMINS.                  <PH2693>
           MOVE ZMES-STATCODE          TO COVR-STATCODE.                <PH2693>
           MOVE ZMES-PSTATCODE         TO COVR-PSTATCODE.               <PH2693>
           MOVE ZMES-VALIDFLAG         TO COVR-VALIDFLAG.               <PH2693>
           MOVE ZMES-CURRFROM          TO COVR-CURRFROM.                <PH2693>
           MOVE ZMES-CURRTO            TO COVR-CURRTO.                  <PH2693>
      *                                                                 <PH2693>
       2290-EXIT.                                                       <PH2693>
           EXIT.                                                        <PH2693>
      /                                                                 <PH2693>
       2500-EDIT SECTION.
      *******************
      *
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           IF ZMES-RECTYPE          NOT = 'V'                           <PH2693>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2693>
              GO TO 2590-EXIT                                           <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
      *  Selection is by the coverage validity window as at the         <PH2633>
      *  valuation date, so a rerun after the month-end still sees      <PH2633>
      *  the rows that were current then - including rows               <PH2633>
           IF COVR-CHDRNUM (1:8)    NOT = WSAA-LAST-CHDRNUM
              MOVE COVR-CHDRNUM (1:8)  TO WSAA-LAST-CHDRNUM
              MOVE 'Y'                 TO WSAA-FIRST-OF-CHDR
      ****    PERFORM 3100-GET-CONTRACT                                 <PH2693>
      ****    PERFORM 3200-GET-PAYER                                    <PH2693>
      ****    PERFORM 3300-SUM-LOANS                                    <PH2693>
              PERFORM 3100-CONTRACT-FROM-SNAPSHOT                       <PH2693>
              PERFORM 3370-GET-CASH-VALUE                               <PH2650>
              PERFORM 3380-GET-IFRS17-GROUP                             <PH2674>
           ELSE
              MOVE 'N'                 TO WSAA-FIRST-OF-CHDR
           END-IF.
       3090-EXIT.
           EXIT.
      /
      *3100-GET-CONTRACT SECTION.                                       <PH2693>
      ***************************                                       <PH2693>
      ****                                                              <PH2693>
      *3110-START.                                                      <PH2693>
      ****                                                              <PH2693>
      **** INITIALIZE                  CHDRLIF-PARAMS.                  <PH2693>
      **** MOVE COVR-CHDRCOY           TO CHDRLIF-CHDRCOY.              <PH2693>
      **** MOVE COVR-CHDRNUM           TO CHDRLIF-CHDRNUM.              <PH2693>
      **** MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.               <PH2693>
      **** MOVE READR                  TO CHDRLIF-FUNCTION.             <PH2693>
      ****                                                              <PH2693>
      **** CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.               <PH2693>
      ****                                                              <PH2693>
      **** IF CHDRLIF-STATUZ        NOT = O-K                           <PH2693>
      ****    MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ                   <PH2693>
      ****    MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS                   <PH2693>
      ****    PERFORM 600-FATAL-ERROR                                   <PH2693>
      **** END-IF.                                                      <PH2693>
      ****                                                              <PH2693>
      **** MOVE ZEROES                 TO WSAA-OCC-NUM.                 <PH2693>
      **** MOVE CHDRLIF-OCCDATE (1:8)  TO WSAA-OCC-NUM.                 <PH2693>
      ****                                                              <PH2693>
      *3190-EXIT.                                                       <PH2693>
      **** EXIT.                                                        <PH2693>
      /                                                                 <PH2693>
      *3200-GET-PAYER SECTION.                                          <PH2693>
      ************************                                          <PH2693>
      ****                                                              <PH2693>
      *3210-START.                                                      <PH2693>
      ****                                                              <PH2693>
      **** MOVE ZEROES                 TO WSAA-PT-NUM                   <PH2693>
      ****                                WSAA-PREM.                    <PH2693>
      **** MOVE SPACES                 TO WSAA-BILLFREQ.                <PH2693>
      ****                                                              <PH2693>
      **** INITIALIZE                  PAYR-PARAMS.                     <PH2693>
      **** MOVE COVR-CHDRCOY           TO PAYR-CHDRCOY.                 <PH2693>
      **** MOVE COVR-CHDRNUM           TO PAYR-CHDRNUM.                 <PH2693>
      **** MOVE 1                      TO PAYR-PAYRSEQNO.               <PH2693>
      **** MOVE PAYRREC                TO PAYR-FORMAT.                  <PH2693>
      **** MOVE READR                  TO PAYR-FUNCTION.                <PH2693>
      ****                                                              <PH2693>
      **** CALL 'PAYRIO'            USING PAYR-PARAMS.                  <PH2693>
      ****                                                              <PH2693>
      **** IF PAYR-STATUZ           NOT = O-K AND MRNF                  <PH2693>
      ****    MOVE PAYR-STATUZ         TO SYSR-STATUZ                   <PH2693>
      ****    MOVE PAYR-PARAMS         TO SYSR-PARAMS                   <PH2693>
      ****    PERFORM 600-FATAL-ERROR                                   <PH2693>
      **** END-IF.                                                      <PH2693>
      ****                                                              <PH2693>
      **** IF PAYR-STATUZ               = O-K                           <PH2693>
      ****    MOVE PAYR-PTDATE         TO WSAA-PT-NUM                   <PH2693>
      ****    MOVE PAYR-SINSTAMT06     TO WSAA-PREM                     <PH2693>
      ****    MOVE PAYR-BILLFREQ (1:2) TO WSAA-BILLFREQ                 <PH2693>
      **** END-IF.                                                      <PH2693>
      ****                                                              <PH2693>
      *3290-EXIT.                                                       <PH2693>
      **** EXIT.                                                        <PH2693>
      /                                                                 <PH2693>
      *3300-SUM-LOANS SECTION.                                          <PH2693>
      ************************                                          <PH2693>
      ****                                                              <PH2693>
      *3310-START.                                                      <PH2693>
      ****                                                              <PH2693>
      **** MOVE ZEROES                 TO WSAA-LOAN-BAL.                <PH2693>
      **** MOVE 'N'                    TO WSAA-LOAN-EOF.                <PH2693>
      ****                                                              <PH2693>
      **** INITIALIZE                  LOAN-PARAMS.                     <PH2693>
      **** MOVE COVR-CHDRCOY           TO LOAN-CHDRCOY.                 <PH2693>
      **** MOVE COVR-CHDRNUM           TO LOAN-CHDRNUM.                 <PH2693>
      **** MOVE LOANREC                TO LOAN-FORMAT.                  <PH2693>
      **** MOVE BEGN                   TO LOAN-FUNCTION.                <PH2693>
      ****                                                              <PH2693>
      **** PERFORM 3350-READ-LOAN                                       <PH2693>
      ****     UNTIL WSAA-LOAN-EOF      = 'Y'.                          <PH2693>
      ****                                                              <PH2693>
      *3390-EXIT.                                                       <PH2693>
      **** EXIT.                                                        <PH2693>
      /                                                                 <PH2693>
      *3350-READ-LOAN SECTION.                                          <PH2693>
      ************************                                          <PH2693>
      ****                                                              <PH2693>
      *3351-READ.                                                       <PH2693>
      ****                                                              <PH2693>
      **** CALL 'LOANIO'            USING LOAN-PARAMS.                  <PH2693>
      ****                                                              <PH2693>
      **** IF LOAN-STATUZ           NOT = O-K AND ENDP                  <PH2693>
      ****    MOVE LOAN-STATUZ         TO SYSR-STATUZ                   <PH2693>
      ****    MOVE LOAN-PARAMS         TO SYSR-PARAMS                   <PH2693>
      ****    PERFORM 600-FATAL-ERROR                                   <PH2693>
      **** END-IF.                                                      <PH2693>
      ****                                                              <PH2693>
      **** IF LOAN-STATUZ               = ENDP                          <PH2693>
      **** OR LOAN-CHDRCOY          NOT = COVR-CHDRCOY                  <PH2693>
      **** OR LOAN-CHDRNUM          NOT = COVR-CHDRNUM                  <PH2693>
      ****    MOVE 'Y'                 TO WSAA-LOAN-EOF                 <PH2693>
      ****    GO TO 3359-EXIT                                           <PH2693>
      **** END-IF.                                                      <PH2693>
      ****                                                              <PH2693>
      **** IF LOAN-VALIDFLAG            = '1'                           <PH2693>
      ****    ADD LOAN-LAST-CAPN-LOAN-AMT                               <PH2693>
      ****                             TO WSAA-LOAN-BAL                 <PH2693>
      **** END-IF.                                                      <PH2693>
      ****                                                              <PH2693>
      **** MOVE NEXTR                  TO LOAN-FUNCTION.                <PH2693>
      ****                                                              <PH2693>
      *3359-EXIT.                                                       <PH2693>
      **** EXIT.                                                        <PH2693>
      /                                                                 <PH2693>
       3100-CONTRACT-FROM-SNAPSHOT SECTION.                             <PH2693>
      *************************************                             <PH2693>
      *                                                                 <PH2693>
       3110-START.                                                      <PH2693>
      *                                                                 <PH2693>
      *  Contract type, issue date, payer and loan balance as the       <PH2693>
      *  snapshot holds them.                                           <PH2693>
      *                                                                 <PH2693>
           MOVE ZMES-CNTTYPE           TO CHDRLIF-CNTTYPE.              <PH2693>
           MOVE ZMES-OCCDATE           TO WSAA-OCC-NUM.                 <PH2693>
           MOVE ZMES-PTDATE            TO WSAA-PT-NUM.                  <PH2693>
           MOVE ZMES-SINSTAMT          TO WSAA-PREM.                    <PH2693>
           MOVE ZMES-BILLFREQ          TO WSAA-BILLFREQ.                <PH2693>
           MOVE ZMES-LOANBAL           TO WSAA-LOAN-BAL.                <PH2693>
      *                                                                 <PH2693>
       3190-EXIT.                                                       <PH2693>
           EXIT.                                                        <PH2693>
      /                                                                 <PH2650>
       3370-GET-CASH-VALUE SECTION.                                     <PH2650>
      *****************************                                     <PH2650>
      *                                                                 <PH2650>
       3371-START.                                                      <PH2650>
      *                                                                 <PH2650>
           INITIALIZE                  ZSRV-ZSURRVAL-REC.               <PH2650>
           MOVE 'CALC'                 TO ZSRV-FUNCTION.                <PH2650>
           MOVE COVR-CHDRCOY           TO ZSRV-CHDRCOY.                 <PH2650>
           MOVE COVR-CHDRNUM           TO ZSRV-CHDRNUM.                 <PH2650>
           MOVE WSAA-ASAT-DATE         TO ZSRV-EFFDATE.                 <PH2650>
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
       3379-EXIT.                                                       <PH2650>
           EXIT.                                                        <PH2650>
      /
       3380-GET-IFRS17-GROUP SECTION.                                   <PH2674>
      *******************************                                   <PH2674>
      *                                                                 <PH2674>
       3381-START.                                                      <PH2674>
      *                                                                 <PH2674>
           MOVE SPACES                 TO WSAA-IFG-PORTFOLIO            <PH2674>
                                          WSAA-IFG-PRFTIND.             <PH2674>
           MOVE ZEROES                 TO WSAA-IFG-COHORT.              <PH2674>
      *                                                                 <PH2674>
           INITIALIZE                  ZIFG-PARAMS.                     <PH2674>
           MOVE COVR-CHDRCOY           TO ZIFG-CHDRCOY.                 <PH2674>
           MOVE COVR-CHDRNUM           TO ZIFG-CHDRNUM.                 <PH2674>
           MOVE ZIFGREC                TO ZIFG-FORMAT.                  <PH2674>
           MOVE READR                  TO ZIFG-FUNCTION.                <PH2674>
      *                                                                 <PH2674>
           CALL 'ZIFGIO'            USING ZIFG-PARAMS.                  <PH2674>
      *                                                                 <PH2674>
           IF ZIFG-STATUZ           NOT = O-K AND MRNF                  <PH2674>
              MOVE ZIFG-STATUZ         TO SYSR-STATUZ                   <PH2674>
              MOVE ZIFG-PARAMS         TO SYSR-PARAMS                   <PH2674>
              PERFORM 600-FATAL-ERROR                                   <PH2674>
           END-IF.                                                      <PH2674>
      *                                                                 <PH2674>
           IF ZIFG-STATUZ               = O-K                           <PH2674>
              MOVE ZIFG-PORTFOLIO      TO WSAA-IFG-PORTFOLIO            <PH2674>
              MOVE ZIFG-COHORT         TO WSAA-IFG-COHORT               <PH2674>
              MOVE ZIFG-PRFTIND        TO WSAA-IFG-PRFTIND              <PH2674>
           END-IF.                                                      <PH2674>
      *                                                                 <PH2674>
       3389-EXIT.                                                       <PH2674>
           EXIT.                                                        <PH2674>
      /                                                                 <PH2674>
       3400-WRITE-EXTRACT SECTION.
      ****************************
      *
      *
           IF WSAA-FIRST-OF-CHDR        = 'Y'
              MOVE WSAA-LOAN-BAL       TO LOANBAL    OF ZVALPF
              MOVE WSAA-CASH-VAL       TO CSHVAL     OF ZVALPF          <PH2650>
           ELSE
              MOVE ZEROES              TO LOANBAL    OF ZVALPF
              MOVE ZEROES              TO CSHVAL     OF ZVALPF          <PH2650>
           END-IF.
      *
           MOVE COVR-STATCODE (1:2)    TO STATCODE   OF ZVALPF.
           MOVE ZEROES                 TO VALCOUNT   OF ZVALPF.
           MOVE WSAA-ASAT-DATE         TO VALNDATE   OF ZVALPF.         <PH2633>
           MOVE WSAA-RERUN-IND         TO RERUNIND   OF ZVALPF.         <PH2633>
           MOVE WSAA-IFG-PORTFOLIO     TO PORTFOLIO  OF ZVALPF.         <PH2674>
           MOVE WSAA-IFG-COHORT        TO COHORT     OF ZVALPF.         <PH2674>
           MOVE WSAA-IFG-PRFTIND       TO PRFTIND    OF ZVALPF.         <PH2674>
      *
           WRITE ZVALPF-REC.
      *
                                          RCESDTE    OF ZVALPF
                                          SUMINS     OF ZVALPF
                                          INSTPREM   OF ZVALPF
                                          PTDATE     OF ZVALPF          <PH2650>
                                          LOANBAL    OF ZVALPF          <PH2650>
                                          CSHVAL     OF ZVALPF.         <PH2650>
           MOVE WSAA-ASAT-DATE         TO VALNDATE   OF ZVALPF.         <PH2633>
           MOVE WSAA-RERUN-IND         TO RERUNIND   OF ZVALPF.         <PH2633>
      *
