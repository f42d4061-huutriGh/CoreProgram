      *   treaty accounting can prove the month's cession against the
      *   billing the book actually produced.
      *
      *   Every row is also held on the ZBRH register, open until       <PH2690>
      *   the quarterly treaty statement (B5460) settles it; a          <PH2690>
      *   rerun of the month finds its rows already held there.         <PH2690>
      *                                                                 <PH2690>
      *   The contract's coverages are taken from the month-end         <PH2693>
      *   snapshot (ZMES, B5462) for the run month rather than walked   <PH2693>
      *   live on COVR; the run stops if the month has not been         <PH2693>
      *   snapshotted.                                                  <PH2693>
      *                                                                 <PH2693>
      *   Control totals:
      *     01  -  Instalment records read
      *     02  -  Instalment premium in run month
      * 01/09/26  01/01   PH2600       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2690       Phi Tran - IT DEV                    *
      *           Hold each bordereau row on the ZBRH register for the      *
      *           quarterly treaty statement of account (B5460).            *
      *                                                                     *
      * 15/10/26  01/01   PH2693       Phi Tran - IT DEV                    *
      *           Coverages taken from the month-end snapshot (ZMES, B5462) *
      *           for the run month instead of walking COVR live.           *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  FORMATS.
           03  LINSRNLREC              PIC X(10) VALUE 'LINSRNLREC'.
      **** 03  COVRREC                 PIC X(10) VALUE 'COVRREC'.       <PH2693>
           03  RACTLNBREC              PIC X(10) VALUE 'RACTLNBREC'.
           03  ZBRHREC                 PIC X(10) VALUE 'ZBRHREC'.       <PH2690>
           03  ZMESREC                 PIC X(10) VALUE 'ZMESREC'.       <PH2693>
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           COPY LINSRNLSKM.
           COPY COVRSKM.
           COPY RACTLNBSKM.
           COPY ZBRHSKM.                                                <PH2690>
           COPY ZMESSKM.                                                <PH2693>
      /
      *
       LINKAGE SECTION.
      *
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-EFFDATE-X.
           MOVE WSAA-EFF-YYMM          TO WSAA-RUN-YYMM.
           PERFORM 1200-CHECK-SNAPSHOT.                                 <PH2693>
      *
           INITIALIZE                  LINSRNL-PARAMS.
           MOVE BSPR-COMPANY           TO LINSRNL-CHDRCOY.
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
              DISPLAY 'B5388 NO MONTH-END SNAPSHOT FOR: '               <PH2693>
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
      *
           MOVE 'N'                    TO WSAA-COVR-EOF.
      *
      **** INITIALIZE                  COVR-PARAMS.                     <PH2693>
      **** MOVE LINSRNL-CHDRCOY        TO COVR-CHDRCOY.                 <PH2693>
      **** MOVE LINSRNL-CHDRNUM        TO COVR-CHDRNUM.                 <PH2693>
      **** MOVE COVRREC                TO COVR-FORMAT.                  <PH2693>
      **** MOVE BEGN                   TO COVR-FUNCTION.                <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE LINSRNL-CHDRCOY        TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-RUN-YYMM          TO ZMES-SNAPYM.                  <PH2693>
           MOVE LINSRNL-CHDRNUM        TO ZMES-CHDRNUM.                 <PH2693>
           MOVE ZMESREC                TO ZMES-FORMAT.                  <PH2693>
           MOVE BEGN                   TO ZMES-FUNCTION.                <PH2693>
      *
           PERFORM 3100-PROCESS-COVR
               UNTIL WSAA-COVR-EOF      = 'Y'.
      *
       3110-COVR.
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
      **** OR COVR-CHDRCOY          NOT = LINSRNL-CHDRCOY               <PH2693>
      **** OR COVR-CHDRNUM          NOT = LINSRNL-CHDRNUM               <PH2693>
           IF ZMES-STATUZ               = ENDP                          <PH2693>
           OR ZMES-CHDRCOY          NOT = LINSRNL-CHDRCOY               <PH2693>
           OR ZMES-SNAPYM           NOT = WSAA-RUN-YYMM                 <PH2693>
           OR ZMES-CHDRNUM          NOT = LINSRNL-CHDRNUM               <PH2693>
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZMES-FUNCTION.                <PH2693>
      *                                                                 <PH2693>
           IF ZMES-RECTYPE          NOT = 'V'                           <PH2693>
              GO TO 3190-EXIT                                           <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  COVR-PARAMS.                     <PH2693>
           MOVE ZMES-CHDRCOY           TO COVR-CHDRCOY.                 <PH2693>
           MOVE ZMES-CHDRNUM           TO COVR-CHDRNUM.                 <PH2693>
           MOVE ZMES-LIFE              TO COVR-LIFE.                    <PH2693>
           MOVE ZMES-COVERAGE          TO COVR-COVERAGE.                <PH2693>
           MOVE ZMES-RIDER             TO COVR-RIDER.                   <PH2693>
           MOVE ZMES-INSTPREM          TO COVR-INSTPREM.                <PH2693>
           MOVE ZMES-VALIDFLAG         TO COVR-VALIDFLAG.               <PH2693>
      *                                                                 <PH2693>
           IF COVR-VALIDFLAG            = '1'
              PERFORM 3200-PROCESS-CESSIONS
           END-IF.
      *
      **** MOVE NEXTR                  TO COVR-FUNCTION.                <PH2693>
      *
       3190-EXIT.
           EXIT.
           MOVE BSSC-EFFECTIVE-DATE    TO EFFDATE   OF ZBRDPF.
           WRITE ZBRDPF-REC.
      *
           PERFORM 3400-HOLD-REGISTER.                                  <PH2690>
      *                                                                 <PH2690>
           ADD 1                       TO WSAA-ROW-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
       3390-EXIT.
           EXIT.
      /
       3400-HOLD-REGISTER SECTION.                                      <PH2690>
      ****************************                                      <PH2690>
      *                                                                 <PH2690>
       3410-START.                                                      <PH2690>
      *                                                                 <PH2690>
           INITIALIZE                  ZBRH-PARAMS.                     <PH2690>
           MOVE LINSRNL-CHDRCOY        TO ZBRH-CHDRCOY.                 <PH2690>
           MOVE RACTLNB-RASNUM         TO ZBRH-RASNUM.                  <PH2690>
           MOVE RACTLNB-RATREATY       TO ZBRH-RATREATY.                <PH2690>
           MOVE LINSRNL-CHDRNUM        TO ZBRH-CHDRNUM.                 <PH2690>
           MOVE COVR-LIFE              TO ZBRH-LIFE.                    <PH2690>
           MOVE COVR-COVERAGE          TO ZBRH-COVERAGE.                <PH2690>
           MOVE COVR-RIDER             TO ZBRH-RIDER.                   <PH2690>
           MOVE LINSRNL-INSTFROM       TO ZBRH-INSTFROM.                <PH2690>
           MOVE ZBRHREC                TO ZBRH-FORMAT.                  <PH2690>
           MOVE READR                  TO ZBRH-FUNCTION.                <PH2690>
      *                                                                 <PH2690>
           CALL 'ZBRHIO'            USING ZBRH-PARAMS.                  <PH2690>
      *                                                                 <PH2690>
           IF ZBRH-STATUZ           NOT = O-K AND MRNF                  <PH2690>
              MOVE ZBRH-STATUZ         TO SYSR-STATUZ                   <PH2690>
              MOVE ZBRH-PARAMS         TO SYSR-PARAMS                   <PH2690>
              PERFORM 600-FATAL-ERROR                                   <PH2690>
           END-IF.                                                      <PH2690>
      *                                                                 <PH2690>
           IF ZBRH-STATUZ               = O-K                           <PH2690>
              GO TO 3490-EXIT                                           <PH2690>
           END-IF.                                                      <PH2690>
      *                                                                 <PH2690>
           MOVE RACTLNB-RAAMOUNT       TO ZBRH-RAAMOUNT.                <PH2690>
           MOVE RACTLNB-CEDPRATE       TO ZBRH-CEDPRATE.                <PH2690>
           MOVE COVR-INSTPREM          TO ZBRH-INSTPREM.                <PH2690>
           MOVE WSAA-CEDPREM           TO ZBRH-CEDPREM.                 <PH2690>
           MOVE LINSRNL-INSTTO         TO ZBRH-INSTTO.                  <PH2690>
           MOVE LINSRNL-BILLCURR       TO ZBRH-BILLCURR.                <PH2690>
           MOVE BSSC-EFFECTIVE-DATE    TO ZBRH-EFFDATE.                 <PH2690>
           MOVE SPACES                 TO ZBRH-SETLSTAT                 <PH2690>
                                          ZBRH-STMTQTR.                 <PH2690>
           MOVE ZEROES                 TO ZBRH-SETLDATE.                <PH2690>
           MOVE ZBRHREC                TO ZBRH-FORMAT.                  <PH2690>
           MOVE WRITR                  TO ZBRH-FUNCTION.                <PH2690>
      *                                                                 <PH2690>
           CALL 'ZBRHIO'            USING ZBRH-PARAMS.                  <PH2690>
      *                                                                 <PH2690>
           IF ZBRH-STATUZ           NOT = O-K                           <PH2690>
              MOVE ZBRH-STATUZ         TO SYSR-STATUZ                   <PH2690>
              MOVE ZBRH-PARAMS         TO SYSR-PARAMS                   <PH2690>
              PERFORM 600-FATAL-ERROR                                   <PH2690>
           END-IF.                                                      <PH2690>
      *                                                                 <PH2690>
       3490-EXIT.                                                       <PH2690>
           EXIT.                                                        <PH2690>
      /                                                                 <PH2690>
       3500-COMMIT SECTION.
      **********************
      *
