      * net payout as a PREQ payment request into the stream BV001
      * reports, and writes a PTRN.
      *
      * A contract under a legal hold on the ZHLD register - on the     <PH2664>
      * contract itself or on the client who owns it - is refused.      <PH2664>
      *                                                                 <PH2664>
      * A payout to a client whose address, telephone, e-mail or        <PH2680>
      * bank details changed within the TV152 days (ZCHG change         <PH2680>
      * history) needs a second signature from the P5385 queue -        <PH2680>
      * TV115 item 'CDCH', limit zero.                                  <PH2680>
      *                                                                 <PH2680>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * 01/09/26  01/01   PH2603       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2664       Phi Tran - IT DEV                    *
      *           Legal hold: the transaction is refused (EV22) while a     *
      *           hold on the ZHLD register freezes the contract or the     *
      *           client who owns it.                                       *
      *                                                                     *
      * 15/10/26  01/01   PH2677       Phi Tran - IT DEV                    *
      *           AML review: the transaction is refused (EV29) while the   *
      *           contract owner is a high-risk client whose KYC review is  *
      *           overdue (ZAMLRSK), until the review is recorded on P5402. *
      *                                                                     *
      * 15/10/26  01/01   PH2680       Phi Tran - IT DEV                    *
      *           Recent client change: a payout to a client whose          *
      *           address, telephone, e-mail or bank details changed within *
      *           the TV152 days (ZCHGLOG) is refused (EV50) until a second *
      *           user approves it through the P5385 queue (TV115 'CDCH').  *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
       01  WSAA-JRNSEQ                 PIC S9(02) COMP-3 VALUE 0.
       01  WSAA-STAT-OK                PIC X(01) VALUE 'N'.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
       01  WSAA-CHG-TRCDE              PIC X(04) VALUE 'CDCH'.          <PH2680>
       01  WSAA-CHG-BLOCK              PIC X(01) VALUE 'N'.             <PH2680>
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  E544                    PIC X(04) VALUE 'E544'.
           03  EV22                    PIC X(04) VALUE 'EV22'.          <PH2664>
           03  EV29                    PIC X(04) VALUE 'EV29'.          <PH2677>
           03  EV50                    PIC X(04) VALUE 'EV50'.          <PH2680>
           03  H118                    PIC X(04) VALUE 'H118'.
      *
       01  TABLES.
           COPY TV100REC.
           COPY NAMADRSREC.
           COPY DATCON1REC.
           COPY ZHLDCHKREC.                                             <PH2664>
           COPY ZAMLRSKREC.                                             <PH2677>
           COPY ZAUTHCHKREC.                                            <PH2680>
           COPY ZCHGLOGREC.                                             <PH2680>
      /
       LINKAGE SECTION.

              MOVE H118                TO S5375-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *                                                                 <PH2664>
      *  Nothing may be processed on a contract frozen by a legal       <PH2664>
      *  hold (court order, police request or fraud enquiry) on         <PH2664>
      *  the contract or its owner - ZHLD register, P5398.              <PH2664>
      *                                                                 <PH2664>
           INITIALIZE                  ZHCK-ZHLDCHK-REC.                <PH2664>
           MOVE WSSP-COMPANY           TO ZHCK-CHDRCOY.                 <PH2664>
           MOVE S5375-CHDRNUM          TO ZHCK-CHDRNUM.                 <PH2664>
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
              MOVE EV22                TO S5375-CHDRNUM-ERR             <PH2664>
              GO TO 2080-CHECK-FOR-ERRORS                               <PH2664>
           END-IF.                                                      <PH2664>
      *                                                                 <PH2677>
      *  No payout to a high-risk client whose KYC review is            <PH2677>
      *  overdue until the review is recorded - P5402.                  <PH2677>
      *                                                                 <PH2677>
           INITIALIZE                  ZARK-ZAMLRSK-REC.                <PH2677>
           MOVE 'CHEK'                 TO ZARK-FUNCTION.                <PH2677>
           MOVE WSSP-COMPANY           TO ZARK-COMPANY.                 <PH2677>
           MOVE S5375-CHDRNUM          TO ZARK-CHDRNUM.                 <PH2677>
           MOVE WSAA-TODAY             TO ZARK-EFFDATE.                 <PH2677>
      *                                                                 <PH2677>
           CALL 'ZAMLRSK'           USING ZARK-ZAMLRSK-REC.             <PH2677>
      *                                                                 <PH2677>
           IF ZARK-STATUZ           NOT = O-K                           <PH2677>
              MOVE ZARK-STATUZ         TO SYSR-STATUZ                   <PH2677>
              MOVE ZARK-ZAMLRSK-REC    TO SYSR-PARAMS                   <PH2677>
              PERFORM 600-FATAL-ERROR                                   <PH2677>
           END-IF.                                                      <PH2677>
      *                                                                 <PH2677>
           IF ZARK-BLOCKED              = 'Y'                           <PH2677>
              MOVE EV29                TO S5375-CHDRNUM-ERR             <PH2677>
              GO TO 2080-CHECK-FOR-ERRORS                               <PH2677>
           END-IF.                                                      <PH2677>
      *
      *  The product must allow partial withdrawals: a TV100 item
      *  for the contract type carries the rules.
           MOVE WSAA-REMBAL            TO S5375-REMBAL.
           MOVE S5375-WDRAMT           TO WSAA-NETPAY.
           MOVE WSAA-NETPAY            TO S5375-NETPAY.
      *                                                                 <PH2680>
      *  No payout to a client whose contact or bank details            <PH2680>
      *  changed within the TV152 days without a second                 <PH2680>
      *  signature from the P5385 queue.                                <PH2680>
      *                                                                 <PH2680>
           PERFORM 2800-CHECK-CHANGES.                                  <PH2680>
      *                                                                 <PH2680>
           IF WSAA-CHG-BLOCK            = 'Y'                           <PH2680>
              MOVE EV50                TO S5375-CHDRNUM-ERR             <PH2680>
              GO TO 2080-CHECK-FOR-ERRORS                               <PH2680>
           END-IF.                                                      <PH2680>
      *
       2080-CHECK-FOR-ERRORS.
      *
       2490-EXIT.
           EXIT.
      /
       2800-CHECK-CHANGES SECTION.                                      <PH2680>
      ****************************                                      <PH2680>
       2810-START.                                                      <PH2680>
      *                                                                 <PH2680>
           MOVE 'N'                    TO WSAA-CHG-BLOCK.               <PH2680>
      *                                                                 <PH2680>
           INITIALIZE                  ZCGL-ZCHGLOG-REC.                <PH2680>
           MOVE 'CHEK'                 TO ZCGL-FUNCTION.                <PH2680>
           MOVE WSSP-COMPANY           TO ZCGL-COMPANY.                 <PH2680>
           MOVE S5375-CHDRNUM          TO ZCGL-CHDRNUM.                 <PH2680>
           MOVE WSAA-TODAY             TO ZCGL-EFFDATE.                 <PH2680>
      *                                                                 <PH2680>
           CALL 'ZCHGLOG'           USING ZCGL-ZCHGLOG-REC.             <PH2680>
      *                                                                 <PH2680>
           IF ZCGL-STATUZ           NOT = O-K                           <PH2680>
              MOVE ZCGL-STATUZ         TO SYSR-STATUZ                   <PH2680>
              MOVE ZCGL-ZCHGLOG-REC    TO SYSR-PARAMS                   <PH2680>
              PERFORM 600-FATAL-ERROR                                   <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           IF ZCGL-RECENT           NOT = 'Y'                           <PH2680>
              GO TO 2890-EXIT                                           <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           INITIALIZE                  ZAUT-ZAUTHCHK-REC.               <PH2680>
           MOVE 'CHECK'                TO ZAUT-FUNCTION.                <PH2680>
           MOVE WSSP-COMPANY           TO ZAUT-COMPANY.                 <PH2680>
           MOVE WSAA-CHG-TRCDE         TO ZAUT-TRANCODE.                <PH2680>
           MOVE S5375-CHDRNUM          TO ZAUT-ENTITYKEY.               <PH2680>
           MOVE WSAA-NETPAY            TO ZAUT-AMOUNT.                  <PH2680>
           MOVE WSSP-USERID            TO ZAUT-USERID.                  <PH2680>
      *                                                                 <PH2680>
           CALL 'ZAUTHCHK'          USING ZAUT-ZAUTHCHK-REC.            <PH2680>
      *                                                                 <PH2680>
           IF ZAUT-STATUZ           NOT = O-K                           <PH2680>
              MOVE ZAUT-STATUZ         TO SYSR-STATUZ                   <PH2680>
              MOVE ZAUT-ZAUTHCHK-REC   TO SYSR-PARAMS                   <PH2680>
              PERFORM 600-FATAL-ERROR                                   <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           IF ZAUT-ALLOW            NOT = 'Y'                           <PH2680>
              MOVE 'Y'                 TO WSAA-CHG-BLOCK                <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
       2890-EXIT.                                                       <PH2680>
           EXIT.                                                        <PH2680>
      /                                                                 <PH2680>
      *****************************************************************
      *     Update Database if required and Log Transaction
      *****************************************************************
