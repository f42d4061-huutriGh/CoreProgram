      *  - a ZRVE exception row is written; the daily exception
      *    report prints every reversal for the branch manager.
      *
      * A receipt on a contract under a legal hold on the ZHLD          <PH2664>
      * register (the contract or the client who owns it) may not       <PH2664>
      * be reversed.                                                    <PH2664>
      *                                                                 <PH2664>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      *           queued on ZPAU for a second user's approval via           *
      *           P5385 and only commits once approved (ZAUTHCHK).          *
      *                                                                     *
      * 15/10/26  01/01   PH2664       Phi Tran - IT DEV                    *
      *           Legal hold: the transaction is refused (EV22) while a     *
      *           hold on the ZHLD register freezes the contract or the     *
      *           client who owns it.                                       *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
           03  F910                    PIC X(04) VALUE 'F910'.
           03  EV01                    PIC X(04) VALUE 'EV01'.          <PH2605>
           03  EV02                    PIC X(04) VALUE 'EV02'.          <PH2625>
           03  EV22                    PIC X(04) VALUE 'EV22'.          <PH2664>
      *
       01  FORMATS.
           03  RBNKREC                 PIC X(10) VALUE 'RBNKREC'.
           COPY DATCON1REC.
           COPY ZPERCHKREC.                                             <PH2605>
           COPY ZAUTHCHKREC.                                            <PH2625>
           COPY ZHLDCHKREC.                                             <PH2664>
      /
       LINKAGE SECTION.

           ELSE
              MOVE SPACES              TO S5359-CHDRNUM
           END-IF.
      *                                                                 <PH2664>
      *  Nothing may be processed on a contract frozen by a legal       <PH2664>
      *  hold (court order, police request or fraud enquiry) on         <PH2664>
      *  the contract or its owner - ZHLD register, P5398.              <PH2664>
      *                                                                 <PH2664>
           INITIALIZE                  ZHCK-ZHLDCHK-REC.                <PH2664>
           MOVE WSSP-COMPANY           TO ZHCK-CHDRCOY.                 <PH2664>
           MOVE S5359-CHDRNUM          TO ZHCK-CHDRNUM.                 <PH2664>
           MOVE WSAA-TODAY             TO ZHCK-EFFDATE.                 <PH2664>
      *                                                                 <PH2664>
           CALL 'ZHLDCHK'           USING ZHCK-ZHLDCHK-REC.             <PH2664>
      *                                                                 <PH2664>
           IF ZHCK-STATUZ           NOT = O-K                           <PH2664>
              MOVE ZHCK-STATUZ         TO SYSR-STATUZ                   <PH2664>
              MOVE ZHCK-ZHLDCHK-REC    TO SYSR-PARAMS                   <PH2664>
              PERFORM 600-FATAL-ERROR                                   <PH2664>
           END-IF.                                                      <PH2664>
      *                                                                 <PH2664>
           IF ZHCK-HELD                 = 'Y'                           <PH2664>
              MOVE EV22                TO S5359-RDOCNUM-ERR             <PH2664>
              GO TO 2080-CHECK-FOR-ERRORS                               <PH2664>
           END-IF.                                                      <PH2664>
      *
       2080-CHECK-FOR-ERRORS.
      *
