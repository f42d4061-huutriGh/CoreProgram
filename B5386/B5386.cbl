      *   Counts are accumulated by writing agent and, through the
      *   TV023 chain, by unit and branch, and written to the ZPST
      *   summary with the persistency percentage.
      *                                                                 <PH2673>
      *   Own-case and related-party business flagged at pre-issue      <PH2673>
      *   (ZOCS) earns no persistency credit and is not measured.       <PH2673>
      *                                                                 <PH2693>
      *   The contract's agent, status and paid-to date are taken       <PH2693>
      *   from the month-end snapshot (ZMES, B5462) for the report      <PH2693>
      *   month, so the measure is as at month end whenever the job     <PH2693>
      *   runs; a contract missing from the snapshot is read live.      <PH2693>
      *   The run stops if the month has not been snapshotted.          <PH2693>
      *
      *   Control totals:
      *     01  -  Issue transactions read
      *           register unless the operator confirmation flag is         *
      *           set, and labels every output row of a rerun 'R'.          *
      *                                                                     *
      * 15/10/26  01/01   PH2661       Phi Tran - IT DEV                    *
      *           Term-to-permanent conversions (ZCNV): the new             *
      *           contract's issue is not counted as a sale, and a          *
      *           converted term contract is measured on the new            *
      *           contract's status and paid-to date, not as a lapse.       *
      *                                                                     *
      * 15/10/26  01/01   PH2673       Phi Tran - IT DEV                    *
      *           Contracts flagged at pre-issue as own-case or             *
      *           related-party business (ZOCS) left out of the cohorts.    *
      *                                                                     *
      * 15/10/26  01/01   PH2693       Phi Tran - IT DEV                    *
      *           Agent, contract status and paid-to date taken from the    *
      *           month-end snapshot (ZMES, B5462) for the report month,    *
      *           read live only for a contract missing from it.            *
      *                                                                     *
      * 15/10/26  01/01   PH2695       Phi Tran - IT DEV                    *
      *           TV023 lookup per write-off chain read through the         *
      *           table cache (ZTBLCCH).                                    *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSSP-EDTERROR               PIC X(04).
      *                                                                 <PH2633>
       01  WSAA-PERIOD-KEY             PIC X(06) VALUE SPACES.          <PH2633>
       01  WSAA-SNAP-CHDRNUM           PIC X(08) VALUE SPACES.          <PH2693>
       01  WSAA-RERUN-IND              PIC X(01) VALUE SPACE.           <PH2633>
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-MEASURE                PIC X(02) VALUE SPACES.
       01  WSAA-PERSIST                PIC X(01) VALUE 'N'.
       01  WSAA-STATUS-OK              PIC X(01) VALUE 'N'.
       01  WSAA-MEAS-CHDRNUM           PIC X(08) VALUE SPACES.          <PH2661>
      *
       01  WSAA-COHORT13               PIC X(06) VALUE SPACES.
       01  WSAA-COHORT25               PIC X(06) VALUE SPACES.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  CHDRENQREC              PIC X(10) VALUE 'CHDRENQREC'.    <PH2661>
           03  ZCNVREC                 PIC X(10) VALUE 'ZCNVREC'.       <PH2661>
           03  ZCNVOLDREC              PIC X(10) VALUE 'ZCNVOLDREC'.    <PH2661>
           03  ZOCSREC                 PIC X(10) VALUE 'ZOCSREC'.       <PH2673>
           03  ZMESREC                 PIC X(10) VALUE 'ZMESREC'.       <PH2693>
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           COPY CHDRLIFSKM.
           COPY ITEMSKM.
           COPY PAYRSKM.
           COPY CHDRENQSKM.                                             <PH2661>
           COPY ZCNVSKM.                                                <PH2661>
           COPY ZCNVOLDSKM.                                             <PH2661>
           COPY ZOCSSKM.                                                <PH2673>
           COPY ZMESSKM.                                                <PH2693>
           COPY T5679REC.
           COPY TV023REC.
      /
              MOVE SPACE               TO WSAA-RERUN-IND                <PH2633>
           END-IF.                                                      <PH2633>
                                                                        <PH2633>
           PERFORM 1200-CHECK-SNAPSHOT.                                 <PH2693>
      *
      *  The two cohort months.
      *
       1090-EXIT.
           EXIT.
      /
       1200-CHECK-SNAPSHOT SECTION.                                     <PH2693>
      *****************************                                     <PH2693>
      *                                                                 <PH2693>
       1210-START.                                                      <PH2693>
      *                                                                 <PH2693>
      *  The report month must have been snapshotted.                   <PH2693>
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
              DISPLAY 'B5386 NO MONTH-END SNAPSHOT FOR: '               <PH2693>
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
       1100-NORMALISE-YM SECTION.
      ***************************
      *
                    GO TO 2590-EXIT
           END-EVALUATE.
      *
      *  The issue of a contract converted from a term contract is      <PH2661>
      *  not a new sale: the term contract's own cohort follows it.     <PH2661>
      *                                                                 <PH2661>
           INITIALIZE                  ZCNV-PARAMS.                     <PH2661>
           MOVE PTRN-CHDRCOY           TO ZCNV-CHDRCOY.                 <PH2661>
           MOVE PTRN-CHDRNUM           TO ZCNV-NEWCHDRNUM.              <PH2661>
           MOVE ZCNVREC                TO ZCNV-FORMAT.                  <PH2661>
           MOVE READR                  TO ZCNV-FUNCTION.                <PH2661>
      *                                                                 <PH2661>
           CALL 'ZCNVIO'            USING ZCNV-PARAMS.                  <PH2661>
      *                                                                 <PH2661>
           IF ZCNV-STATUZ           NOT = O-K AND MRNF                  <PH2661>
              MOVE ZCNV-STATUZ         TO SYSR-STATUZ                   <PH2661>
              MOVE ZCNV-PARAMS         TO SYSR-PARAMS                   <PH2661>
              PERFORM 600-FATAL-ERROR                                   <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
           IF ZCNV-STATUZ               = O-K                           <PH2661>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2661>
              GO TO 2590-EXIT                                           <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
      *  Own-case and related-party business is not measured.           <PH2673>
      *                                                                 <PH2673>
           INITIALIZE                  ZOCS-PARAMS.                     <PH2673>
           MOVE PTRN-CHDRCOY           TO ZOCS-CHDRCOY.                 <PH2673>
           MOVE PTRN-CHDRNUM           TO ZOCS-CHDRNUM.                 <PH2673>
           MOVE ZOCSREC                TO ZOCS-FORMAT.                  <PH2673>
           MOVE READR                  TO ZOCS-FUNCTION.                <PH2673>
      *                                                                 <PH2673>
           CALL 'ZOCSIO'            USING ZOCS-PARAMS.                  <PH2673>
      *                                                                 <PH2673>
           IF ZOCS-STATUZ           NOT = O-K AND MRNF                  <PH2673>
              MOVE ZOCS-STATUZ         TO SYSR-STATUZ                   <PH2673>
              MOVE ZOCS-PARAMS         TO SYSR-PARAMS                   <PH2673>
              PERFORM 600-FATAL-ERROR                                   <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF ZOCS-STATUZ               = O-K                           <PH2673>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2673>
              GO TO 2590-EXIT                                           <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3010-UPDATE.
      *
      *  The contract as the month-end snapshot holds it.               <PH2693>
      *                                                                 <PH2693>
           MOVE PTRN-CHDRNUM           TO WSAA-SNAP-CHDRNUM.            <PH2693>
           PERFORM 3050-READ-SNAPSHOT.                                  <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ               = O-K                           <PH2693>
              INITIALIZE               CHDRLIF-PARAMS                   <PH2693>
              MOVE ZMES-CHDRCOY        TO CHDRLIF-CHDRCOY               <PH2693>
              MOVE ZMES-CHDRNUM        TO CHDRLIF-CHDRNUM               <PH2693>
              MOVE ZMES-AGNTNUM        TO CHDRLIF-AGNTNUM               <PH2693>
              MOVE ZMES-CHDRSTAT       TO CHDRLIF-STATCODE              <PH2693>
              GO TO 3020-MEASURE                                        <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE PTRN-CHDRCOY           TO CHDRLIF-CHDRCOY.
           MOVE PTRN-CHDRNUM           TO CHDRLIF-CHDRNUM.
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3020-MEASURE.                                                    <PH2693>
      *                                                                 <PH2693>
           PERFORM 3100-MEASURE.
           PERFORM 3200-GET-CHAIN.
      *
       3090-EXIT.
           EXIT.
      /
       3050-READ-SNAPSHOT SECTION.                                      <PH2693>
      ****************************                                      <PH2693>
      *                                                                 <PH2693>
       3051-START.                                                      <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-PERIOD-KEY        TO ZMES-SNAPYM.                  <PH2693>
           MOVE WSAA-SNAP-CHDRNUM      TO ZMES-CHDRNUM.                 <PH2693>
           MOVE 'C'                    TO ZMES-RECTYPE.                 <PH2693>
           MOVE SPACES                 TO ZMES-LIFE                     <PH2693>
                                          ZMES-COVERAGE                 <PH2693>
                                          ZMES-RIDER.                   <PH2693>
           MOVE ZMESREC                TO ZMES-FORMAT.                  <PH2693>
           MOVE READR                  TO ZMES-FUNCTION.                <PH2693>
      *                                                                 <PH2693>
           CALL 'ZMESIO'            USING ZMES-PARAMS.                  <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ           NOT = O-K AND MRNF                  <PH2693>
              MOVE ZMES-STATUZ         TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR                                   <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
       3059-EXIT.                                                       <PH2693>
           EXIT.                                                        <PH2693>
      /                                                                 <PH2693>
       3100-MEASURE SECTION.
      **********************
      *
      *
           MOVE 'N'                    TO WSAA-PERSIST.
           MOVE ZEROES                 TO WSAA-PT-NUM.
           MOVE CHDRLIF-CHDRNUM        TO WSAA-MEAS-CHDRNUM.            <PH2661>
      *
           MOVE 'N'                    TO WSAA-STATUS-OK.
           PERFORM VARYING WSAA-SUB FROM 1 BY 1
           END-PERFORM.
      *
           IF WSAA-STATUS-OK        NOT = 'Y'
              PERFORM 3150-FOLLOW-CONVERSION                            <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
           IF WSAA-STATUS-OK        NOT = 'Y'                           <PH2661>
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE WSAA-YM-YY             TO WSAA-NEED-YM (1:4).
           MOVE WSAA-YM-MM             TO WSAA-NEED-YM (5:2).
      *
           MOVE WSAA-MEAS-CHDRNUM      TO WSAA-SNAP-CHDRNUM.            <PH2693>
           PERFORM 3050-READ-SNAPSHOT.                                  <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ               = O-K                           <PH2693>
              MOVE ZMES-PTDATE         TO WSAA-PT-NUM                   <PH2693>
              GO TO 3180-PAID-TO                                        <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  PAYR-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO PAYR-CHDRCOY.
      **** MOVE CHDRLIF-CHDRNUM        TO PAYR-CHDRNUM.                 <PH2661>
           MOVE WSAA-MEAS-CHDRNUM      TO PAYR-CHDRNUM.                 <PH2661>
           MOVE 1                      TO PAYR-PAYRSEQNO.
           MOVE PAYRREC                TO PAYR-FORMAT.
           MOVE READR                  TO PAYR-FUNCTION.
           END-IF.
      *
           MOVE PAYR-PTDATE            TO WSAA-PT-NUM.
      *                                                                 <PH2693>
       3180-PAID-TO.                                                    <PH2693>
      *                                                                 <PH2693>
           MOVE WSAA-PT-NUM            TO WSAA-PT-CHAR.
           MOVE WSAA-PT-CHAR (1:6)     TO WSAA-PAID-YM.
      *
      *
       3190-EXIT.
           EXIT.
      /                                                                 <PH2661>
       3150-FOLLOW-CONVERSION SECTION.                                  <PH2661>
      ********************************                                  <PH2661>
       3151-START.                                                      <PH2661>
      *                                                                 <PH2661>
      *  A term contract converted to a permanent one (ZCNVOLD) is      <PH2661>
      *  measured on the new contract's status and paid-to date.        <PH2661>
      *  The agent and chain stay those of the term contract.           <PH2661>
      *                                                                 <PH2661>
           INITIALIZE                  ZCNVOLD-PARAMS.                  <PH2661>
           MOVE CHDRLIF-CHDRCOY        TO ZCNVOLD-CHDRCOY.              <PH2661>
           MOVE CHDRLIF-CHDRNUM        TO ZCNVOLD-OLDCHDRNUM.           <PH2661>
           MOVE ZCNVOLDREC             TO ZCNVOLD-FORMAT.               <PH2661>
           MOVE READR                  TO ZCNVOLD-FUNCTION.             <PH2661>
      *                                                                 <PH2661>
           CALL 'ZCNVOLDIO'         USING ZCNVOLD-PARAMS.               <PH2661>
      *                                                                 <PH2661>
           IF ZCNVOLD-STATUZ        NOT = O-K AND MRNF                  <PH2661>
              MOVE ZCNVOLD-STATUZ      TO SYSR-STATUZ                   <PH2661>
              MOVE ZCNVOLD-PARAMS      TO SYSR-PARAMS                   <PH2661>
              PERFORM 600-FATAL-ERROR                                   <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
           IF ZCNVOLD-STATUZ            = MRNF                          <PH2661>
              GO TO 3159-EXIT                                           <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
           INITIALIZE                  CHDRENQ-PARAMS.                  <PH2661>
           MOVE ZCNVOLD-CHDRCOY        TO CHDRENQ-CHDRCOY.              <PH2661>
           MOVE ZCNVOLD-NEWCHDRNUM     TO CHDRENQ-CHDRNUM.              <PH2661>
           MOVE CHDRENQREC             TO CHDRENQ-FORMAT.               <PH2661>
           MOVE READR                  TO CHDRENQ-FUNCTION.             <PH2661>
      *                                                                 <PH2661>
           CALL 'CHDRENQIO'         USING CHDRENQ-PARAMS.               <PH2661>
      *                                                                 <PH2661>
           IF CHDRENQ-STATUZ        NOT = O-K AND MRNF                  <PH2661>
              MOVE CHDRENQ-STATUZ      TO SYSR-STATUZ                   <PH2661>
              MOVE CHDRENQ-PARAMS      TO SYSR-PARAMS                   <PH2661>
              PERFORM 600-FATAL-ERROR                                   <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
           IF CHDRENQ-STATUZ            = MRNF                          <PH2661>
              GO TO 3159-EXIT                                           <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
           PERFORM 3160-CHECK-CNV-STAT                                  <PH2661>
               VARYING WSAA-SUB FROM 1 BY 1                             <PH2661>
               UNTIL WSAA-SUB           > 12                            <PH2661>
               OR WSAA-STATUS-OK        = 'Y'.                          <PH2661>
      *                                                                 <PH2661>
           IF WSAA-STATUS-OK            = 'Y'                           <PH2661>
              MOVE ZCNVOLD-NEWCHDRNUM  TO WSAA-MEAS-CHDRNUM             <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
       3159-EXIT.                                                       <PH2661>
           EXIT.                                                        <PH2661>
      /                                                                 <PH2661>
       3160-CHECK-CNV-STAT SECTION.                                     <PH2661>
      *****************************                                     <PH2661>
       3161-START.                                                      <PH2661>
      *                                                                 <PH2661>
           IF  T5679-CN-RISK-STAT (WSAA-SUB)                            <PH2661>
                                    NOT = SPACES                        <PH2661>
           AND T5679-CN-RISK-STAT (WSAA-SUB)                            <PH2661>
                                        = CHDRENQ-STATCODE              <PH2661>
               MOVE 'Y'                TO WSAA-STATUS-OK                <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
       3169-EXIT.                                                       <PH2661>
           EXIT.                                                        <PH2661>
      /
       3200-GET-CHAIN SECTION.
      ************************
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
