      *     04  -  Payments rejected - bank code not on T3629
      *     05  -  Payments held - account not verified                 <PH2646>
      *     06  -  Payments held - duplicate, no override               <PH2645>
      *     07  -  Payments held - legal hold on the contract           <PH2664>
      *     08  -  Payments held - high-risk owner, KYC review overdue  <PH2677>
      *     09  -  Payments held - client details changed recently      <PH2680>
      *
      *   Error Processing:
      *     If a system error move the error code into the SYSR-STATUZ
      *           through the common ZFTC register (ZFTCREG) so a           *
      *           duplicate or unregistered file can never go out           *
      *                                                                     *
      * 15/10/26  01/01   PH2664       Phi Tran - IT DEV                    *
      *           Legal hold: a payment request on a contract frozen by a   *
      *           hold on the ZHLD register (the contract or the client     *
      *           who owns it) is held back and counted (CT07) - it goes    *
      *           out on the first run after the hold is released.          *
      *           A claim payment is checked against the claim's contract   *
      *           (ZCLMCLM), not the beneficiary it pays.                   *
      *                                                                     *
      * 15/10/26  01/01   PH2677       Phi Tran - IT DEV                    *
      *           AML review: a payment request on a contract whose owner   *
      *           is a high-risk client with an overdue KYC review (ZAMLRSK)*
      *           is held back and counted (CT08) until the review is       *
      *           recorded on P5402.                                        *
      *                                                                     *
      * 15/10/26  01/01   PH2680       Phi Tran - IT DEV                    *
      *           Recent client change: a payment request to a client       *
      *           whose address, telephone, e-mail or bank details changed  *
      *           within the TV152 days (ZCHGLOG) is held back and counted  *
      *           (CT09) until a second user approves its release on the    *
      *           P5385 queue (TV115 item 'CDCH').                          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSAA-DUP-CNT                PIC 9(07) COMP-3 VALUE 0.        <PH2646>
       01  WSAA-UNVER-CNT              PIC 9(07) COMP-3 VALUE 0.        <PH2645>
       01  WSAA-WINDOW-START           PIC 9(08) VALUE 0.               <PH2645>
       01  WSAA-HOLD-CNT               PIC 9(07) COMP-3 VALUE 0.        <PH2664>
       01  WSAA-KYC-CNT                PIC 9(07) COMP-3 VALUE 0.        <PH2677>
       01  WSAA-CHG-CNT                PIC 9(07) COMP-3 VALUE 0.        <PH2680>
       01  WSAA-CHG-TRCDE              PIC X(04) VALUE 'CDCH'.          <PH2680>
       01  WSAA-CHG-BLOCK              PIC X(01) VALUE 'N'.             <PH2680>
       01  WSAA-PREQ-CHDRNUM           PIC X(08) VALUE SPACES.          <PH2664>
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  FORMATS.
           03  PREQREC                 PIC X(10) VALUE 'PREQREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZCLMCLMREC              PIC X(10) VALUE 'ZCLMCLMREC'.    <PH2664>
      *
       01  TABLES.
           03  T3629                   PIC X(06) VALUE 'T3629'.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.              <PH2646>
           03  CT06                    PIC 9(02) VALUE 06.              <PH2645>
           03  CT07                    PIC 9(02) VALUE 07.              <PH2664>
           03  CT08                    PIC 9(02) VALUE 08.              <PH2677>
           03  CT09                    PIC 9(02) VALUE 09.              <PH2680>
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY ZDUPPAYREC.                                             <PH2645>
           COPY TV121REC.                                               <PH2645>
           COPY DATCON2REC.                                             <PH2645>
           COPY ZHLDCHKREC.                                             <PH2664>
           COPY ZCLMCLMSKM.                                             <PH2664>
           COPY ZAMLRSKREC.                                             <PH2677>
           COPY ZCHGLOGREC.                                             <PH2680>
           COPY ZAUTHCHKREC.                                            <PH2680>
      /
      *
       LINKAGE SECTION.
               MOVE SPACES             TO WSSP-EDTERROR                 <PH2645>
               GO TO 2590-EXIT                                          <PH2645>
           END-IF.                                                      <PH2645>
      *                                                                 <PH2664>
      *  Nothing is released on a contract frozen by a legal hold       <PH2664>
      *  (court order, police request or fraud enquiry) on the          <PH2664>
      *  contract or its owner - ZHLD register, P5398.  The request     <PH2664>
      *  stays approved and goes out once the hold is released.         <PH2664>
      *                                                                 <PH2664>
           PERFORM 2600-GET-CHDRNUM.                                    <PH2664>
      *                                                                 <PH2664>
           INITIALIZE                  ZHCK-ZHLDCHK-REC.                <PH2664>
           MOVE BSPR-COMPANY           TO ZHCK-CHDRCOY.                 <PH2664>
           MOVE WSAA-PREQ-CHDRNUM      TO ZHCK-CHDRNUM.                 <PH2664>
           MOVE BSSC-EFFECTIVE-DATE    TO ZHCK-EFFDATE.                 <PH2664>
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
              DISPLAY 'B5360 LEGAL HOLD: ' PREQ-RDOCNUM                 <PH2664>
                      ' HOLD ' ZHCK-HOLDREF                             <PH2664>
              ADD 1                    TO WSAA-HOLD-CNT                 <PH2664>
              MOVE CT07                TO CONT-TOTNO                    <PH2664>
              MOVE 1                   TO CONT-TOTVAL                   <PH2664>
              PERFORM 001-CALL-CONTOT                                   <PH2664>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2664>
              GO TO 2590-EXIT                                           <PH2664>
           END-IF.                                                      <PH2664>
      *                                                                 <PH2677>
      *  Nor to a high-risk client whose KYC review is overdue -        <PH2677>
      *  the request goes out once the review is recorded (P5402).      <PH2677>
      *                                                                 <PH2677>
           INITIALIZE                  ZARK-ZAMLRSK-REC.                <PH2677>
           MOVE 'CHEK'                 TO ZARK-FUNCTION.                <PH2677>
           MOVE BSPR-COMPANY           TO ZARK-COMPANY.                 <PH2677>
           MOVE WSAA-PREQ-CHDRNUM      TO ZARK-CHDRNUM.                 <PH2677>
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
           IF ZARK-BLOCKED              = 'Y'                           <PH2677>
              DISPLAY 'B5360 KYC REVIEW OVERDUE: ' PREQ-RDOCNUM         <PH2677>
                      ' CLIENT ' ZARK-CLNTNUM                           <PH2677>
              ADD 1                    TO WSAA-KYC-CNT                  <PH2677>
              MOVE CT08                TO CONT-TOTNO                    <PH2677>
              MOVE 1                   TO CONT-TOTVAL                   <PH2677>
              PERFORM 001-CALL-CONTOT                                   <PH2677>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2677>
              GO TO 2590-EXIT                                           <PH2677>
           END-IF.                                                      <PH2677>
      *                                                                 <PH2680>
      *  Nor to a client whose contact or bank details changed          <PH2680>
      *  within the TV152 days, until a second user approves the        <PH2680>
      *  release on the P5385 queue.                                    <PH2680>
      *                                                                 <PH2680>
           PERFORM 2800-CHECK-CHANGES.                                  <PH2680>
      *                                                                 <PH2680>
           IF WSAA-CHG-BLOCK            = 'Y'                           <PH2680>
              DISPLAY 'B5360 CLIENT DETAILS CHANGED: ' PREQ-RDOCNUM     <PH2680>
                      ' CLIENT ' ZCGL-CLNTNUM                           <PH2680>
                      ' ON ' ZCGL-LSTCHGDT                              <PH2680>
              ADD 1                    TO WSAA-CHG-CNT                  <PH2680>
              MOVE CT09                TO CONT-TOTNO                    <PH2680>
              MOVE 1                   TO CONT-TOTVAL                   <PH2680>
              PERFORM 001-CALL-CONTOT                                   <PH2680>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2680>
              GO TO 2590-EXIT                                           <PH2680>
           END-IF.                                                      <PH2680>
      *
       2590-EXIT.
           EXIT.
      /                                                                 <PH2664>
       2600-GET-CHDRNUM SECTION.                                        <PH2664>
      **************************                                        <PH2664>
       2610-START.                                                      <PH2664>
      *                                                                 <PH2664>
      *  The contract the request pays out of.  A claim payment         <PH2664>
      *  ('CA') carries the claim number as its document and the        <PH2664>
      *  payee - a beneficiary, not the contract - as its ledger        <PH2664>
      *  account, so the contract is taken from the claim.              <PH2664>
      *                                                                 <PH2664>
           MOVE PREQ-RLDGACCT (1:8)    TO WSAA-PREQ-CHDRNUM.            <PH2664>
      *                                                                 <PH2664>
           IF PREQ-RDOCPFX (1:2)    NOT = 'CA'                          <PH2664>
              GO TO 2690-EXIT                                           <PH2664>
           END-IF.                                                      <PH2664>
      *                                                                 <PH2664>
           INITIALIZE                  ZCLMCLM-PARAMS.                  <PH2664>
           MOVE BSPR-COMPANY           TO ZCLMCLM-CHDRCOY.              <PH2664>
           MOVE PREQ-RDOCNUM (1:8)     TO ZCLMCLM-CLAMNUM.              <PH2664>
           MOVE ZCLMCLMREC             TO ZCLMCLM-FORMAT.               <PH2664>
           MOVE READR                  TO ZCLMCLM-FUNCTION.             <PH2664>
      *                                                                 <PH2664>
           CALL 'ZCLMCLMIO'         USING ZCLMCLM-PARAMS.               <PH2664>
      *                                                                 <PH2664>
           IF ZCLMCLM-STATUZ        NOT = O-K AND MRNF                  <PH2664>
              MOVE ZCLMCLM-STATUZ      TO SYSR-STATUZ                   <PH2664>
              MOVE ZCLMCLM-PARAMS      TO SYSR-PARAMS                   <PH2664>
              PERFORM 600-FATAL-ERROR                                   <PH2664>
           END-IF.                                                      <PH2664>
      *                                                                 <PH2664>
           IF ZCLMCLM-STATUZ            = O-K                           <PH2664>
              MOVE ZCLMCLM-CHDRNUM     TO WSAA-PREQ-CHDRNUM             <PH2664>
           END-IF.                                                      <PH2664>
      *                                                                 <PH2664>
       2690-EXIT.                                                       <PH2664>
           EXIT.                                                        <PH2664>
      /                                                                 <PH2645>
       2700-CHECK-DUPLICATE SECTION.                                    <PH2645>
      ******************************                                    <PH2645>
       2790-EXIT.                                                       <PH2645>
           EXIT.                                                        <PH2645>
      /
       2800-CHECK-CHANGES SECTION.                                      <PH2680>
      ****************************                                      <PH2680>
       2810-START.                                                      <PH2680>
      *                                                                 <PH2680>
      *  The payee is the contract owner, or the client itself          <PH2680>
      *  where a claim share was paid to a beneficiary.                 <PH2680>
      *                                                                 <PH2680>
           MOVE 'N'                    TO WSAA-CHG-BLOCK.               <PH2680>
      *                                                                 <PH2680>
           INITIALIZE                  ZCGL-ZCHGLOG-REC.                <PH2680>
           MOVE 'CHEK'                 TO ZCGL-FUNCTION.                <PH2680>
           MOVE BSPR-COMPANY           TO ZCGL-COMPANY.                 <PH2680>
           MOVE PREQ-RLDGACCT (1:8)    TO ZCGL-CHDRNUM.                 <PH2680>
           MOVE BSSC-EFFECTIVE-DATE    TO ZCGL-EFFDATE.                 <PH2680>
      *                                                                 <PH2680>
           CALL 'ZCHGLOG'           USING ZCGL-ZCHGLOG-REC.             <PH2680>
      *                                                                 <PH2680>
           IF ZCGL-STATUZ           NOT = O-K                           <PH2680>
              MOVE ZCGL-STATUZ         TO SYSR-STATUZ                   <PH2680>
              MOVE ZCGL-ZCHGLOG-REC    TO SYSR-PARAMS                   <PH2680>
              PERFORM 600-FATAL-ERROR                                   <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           IF ZCGL-CLNTNUM              = SPACES                        <PH2680>
              INITIALIZE               ZCGL-ZCHGLOG-REC                 <PH2680>
              MOVE 'CHEK'              TO ZCGL-FUNCTION                 <PH2680>
              MOVE BSPR-COMPANY        TO ZCGL-COMPANY                  <PH2680>
              MOVE '9'                 TO ZCGL-CLNTCOY                  <PH2680>
              MOVE PREQ-RLDGACCT (1:8) TO ZCGL-CLNTNUM                  <PH2680>
              MOVE BSSC-EFFECTIVE-DATE TO ZCGL-EFFDATE                  <PH2680>
              CALL 'ZCHGLOG'        USING ZCGL-ZCHGLOG-REC              <PH2680>
              IF ZCGL-STATUZ        NOT = O-K                           <PH2680>
                 MOVE ZCGL-STATUZ      TO SYSR-STATUZ                   <PH2680>
                 MOVE ZCGL-ZCHGLOG-REC TO SYSR-PARAMS                   <PH2680>
                 PERFORM 600-FATAL-ERROR                                <PH2680>
              END-IF                                                    <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           IF ZCGL-RECENT           NOT = 'Y'                           <PH2680>
              GO TO 2890-EXIT                                           <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
      *  The run is the maker; the release is approved against          <PH2680>
      *  the request number.                                            <PH2680>
      *                                                                 <PH2680>
           INITIALIZE                  ZAUT-ZAUTHCHK-REC.               <PH2680>
           MOVE 'CHECK'                TO ZAUT-FUNCTION.                <PH2680>
           MOVE BSPR-COMPANY           TO ZAUT-COMPANY.                 <PH2680>
           MOVE WSAA-CHG-TRCDE         TO ZAUT-TRANCODE.                <PH2680>
           MOVE PREQ-RDOCNUM           TO ZAUT-ENTITYKEY.               <PH2680>
           MOVE PREQ-PYMT              TO ZAUT-AMOUNT.                  <PH2680>
           MOVE WSAA-PROG              TO ZAUT-USERID.                  <PH2680>
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
       3000-UPDATE SECTION.
      *********************
      *
           DISPLAY 'B5360 CREDIT TRANSFER FILE SUMMARY'.
           DISPLAY 'PAYMENTS WRITTEN..........: ' WSAA-ITEM-CNT.
           DISPLAY 'BANK CODE REJECTS.........: ' WSAA-REJECT-CNT.
           DISPLAY 'HELD - LEGAL HOLD.........: ' WSAA-HOLD-CNT.        <PH2664>
           DISPLAY 'HELD - KYC REVIEW OVERDUE.: ' WSAA-KYC-CNT.         <PH2677>
           DISPLAY 'HELD - CLIENT CHANGED.....: ' WSAA-CHG-CNT.         <PH2680>
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
