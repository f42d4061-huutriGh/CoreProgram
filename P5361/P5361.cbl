      *     'AS' assessed   -> 'AP' approved
      *     'AP' approved   -> 'PD' paid
      *
      * A claim repudiated for non-disclosure or an exclusion is        <PH2653>
      * closed from 'RG' or 'AS' to 'DC' declined, under a decline      <PH2653>
      * reason from TV128.  The registration reserve is reversed,       <PH2653>
      * the premiums paid since issue (or the last reinstatement)       <PH2653>
      * are optionally refunded to the owner as a payment request,      <PH2653>
      * and by the reason's TV128 action either billing is restored     <PH2653>
      * with the contract back at its in-force statuses, or the         <PH2653>
      * contract is terminated to the T5679 set statuses for this       <PH2653>
      * transaction.  A decline letter (TR384) is requested.            <PH2653>
      *                                                                 <PH2653>
      * The ZCLM register rows, by branch and status, are the claim
      * worklist each branch works through.
      *
      * is raised as a payment request into the stream BV001
      * reports.  A PTRN is written for every state change.
      *
      * A claim on a contract under a legal hold on the ZHLD            <PH2664>
      * register (the contract or the client who owns it) may not       <PH2664>
      * be settled, nor declined with a premium refund.                 <PH2664>
      *                                                                 <PH2664>
      * A settlement to a client - the owner, or a beneficiary or       <PH2680>
      * guardian paid a share - whose address, telephone, e-mail        <PH2680>
      * or bank details changed within the TV152 days (ZCHG             <PH2680>
      * change history) needs a second signature from the P5385         <PH2680>
      * queue - TV115 item 'CDCH', limit zero.                          <PH2680>
      *                                                                 <PH2680>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      *           recorded on the ZDLI register for the B5418                *
      *           monthly report by cause of delay.                         *
      *                                                                     *
      * 15/10/26  01/01   PH2653       Phi Tran - IT DEV                    *
      *           Decline / repudiation path: 'DC' reachable from 'RG' or   *
      *           'AS' with a TV128 decline reason - reserve reversed,      *
      *           optional refund of premiums since issue or reinstatement, *
      *           billing restored or contract terminated by reason, decline*
      *           letter requested; the claim stays on the ZCLM worklist    *
      *           under status 'DC'.                                        *
      *           A refund the TV128 reason does not allow is refused EV54. *
      *                                                                     *
      * 15/10/26  01/01   PH2654       Phi Tran - IT DEV                    *
      *           Contestability gate: a claim P5360 flagged contestable    *
      *           cannot reach 'AP' until its investigation requirement on  *
      *           ZCRQ has been received or waived (P5388) - EV52.          *
      *                                                                     *
      * 15/10/26  01/01   PH2664       Phi Tran - IT DEV                    *
      *           Legal hold: the transaction is refused (EV22) while a     *
      *           hold on the ZHLD register freezes the contract or the     *
      *           client who owns it.                                       *
      *                                                                     *
      * 15/10/26  01/01   PH2680       Phi Tran - IT DEV                    *
      *           Recent client change: a settlement to an owner,           *
      *           beneficiary or guardian whose address, telephone, e-mail  *
      *           or bank details changed within the TV152 days (ZCHGLOG)   *
      *           is refused (EV50) until a second user approves it through *
      *           the P5385 queue (TV115 'CDCH').                           *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
       01  WSAA-HOLD-SHARE             PIC S9(11)V9(2) COMP-3 VALUE 0.  <PH2635>
       01  WSAA-ZCRQ-EOF               PIC X(01) VALUE 'N'.             <PH2636>
       01  WSAA-ZCRQ-OUTST             PIC X(01) VALUE 'N'.             <PH2636>
       01  WSAA-INV-OUTST              PIC X(01) VALUE 'N'.             <PH2654>
       01  WSAA-DELAY-DAYS             PIC S9(05) COMP-3 VALUE 0.       <PH2643>
       01  WSAA-DELAY-INT              PIC S9(11)V9(2) COMP-3 VALUE 0.  <PH2643>
       01  WSAA-GRACE-END              PIC 9(08) VALUE 0.               <PH2643>
       01  WSAA-REFUND-AMT             PIC S9(11)V9(2) COMP-3 VALUE 0.  <PH2653>
       01  WSAA-REFUND-FROM            PIC 9(08) VALUE 0.               <PH2653>
       01  WSAA-INSTCNT                PIC S9(05) COMP-3 VALUE 0.       <PH2653>
       01  WSAA-PTRN-EOF               PIC X(01) VALUE 'N'.             <PH2653>
       01  WSAA-COVR-ALL               PIC X(01) VALUE 'N'.             <PH2653>
       01  WSAA-CN-RISK-STAT           PIC X(02) VALUE SPACES.          <PH2653>
       01  WSAA-CN-PREM-STAT           PIC X(02) VALUE SPACES.          <PH2653>
       01  WSAA-CV-RISK-STAT           PIC X(02) VALUE SPACES.          <PH2653>
       01  WSAA-CV-PREM-STAT           PIC X(02) VALUE SPACES.          <PH2653>
       01  WSAA-CHG-TRCDE              PIC X(04) VALUE 'CDCH'.          <PH2680>
       01  WSAA-CHG-BLOCK              PIC X(01) VALUE 'N'.             <PH2680>
       01  WSAA-CHG-RECENT             PIC X(01) VALUE 'N'.             <PH2680>
       01  WSAA-CHG-EOF                PIC X(01) VALUE 'N'.             <PH2680>
       01  WSAA-CHG-CLNTNUM            PIC X(08) VALUE SPACES.          <PH2680>
      *                                                                 <PH2653>
       01  WSAA-TR384-KEY.                                              <PH2653>
           05  WSAA-ITEM-BATCTRCDE     PIC X(04).                       <PH2653>
           05  WSAA-ITEM-CNTTYPE       PIC X(03).                       <PH2653>
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  H118                    PIC X(04) VALUE 'H118'.
           03  EV01                    PIC X(04) VALUE 'EV01'.          <PH2605>
           03  EV02                    PIC X(04) VALUE 'EV02'.          <PH2625>
           03  F035                    PIC X(04) VALUE 'F035'.          <PH2653>
           03  EV22                    PIC X(04) VALUE 'EV22'.          <PH2664>
           03  EV50                    PIC X(04) VALUE 'EV50'.          <PH2680>
           03  EV52                    PIC X(04) VALUE 'EV52'.          <PH2654>
           03  EV54                    PIC X(04) VALUE 'EV54'.          <PH2653>
      *
       01  TABLES.
           03  T5645                   PIC X(05) VALUE 'T5645'.
           03  TV120                   PIC X(05) VALUE 'TV120'.         <PH2643>
           03  TV128                   PIC X(05) VALUE 'TV128'.         <PH2653>
           03  T5679                   PIC X(05) VALUE 'T5679'.         <PH2653>
           03  TR384                   PIC X(05) VALUE 'TR384'.         <PH2653>
      *
       01  FORMATS.
           03  ZCLMREC                 PIC X(10) VALUE 'ZCLMREC'.
           03  BNFYLNBREC              PIC X(10) VALUE 'BNFYLNBREC'.    <PH2635>
           03  ZCRQREC                 PIC X(10) VALUE 'ZCRQREC'.       <PH2636>
           03  ZDLIREC                 PIC X(10) VALUE 'ZDLIREC'.       <PH2643>
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.       <PH2653>
           03  PTRNENQREC              PIC X(10) VALUE 'PTRNENQREC'.    <PH2653>
      /
           COPY VARCOM.
      /
           COPY ZDLISKM.                                                <PH2643>
           COPY TV120REC.                                               <PH2643>
           COPY ZAUTHCHKREC.                                            <PH2625>
           COPY ZCHGLOGREC.                                             <PH2680>
           COPY ZHLDCHKREC.                                             <PH2664>
           COPY PAYRSKM.                                                <PH2653>
           COPY PTRNENQSKM.                                             <PH2653>
           COPY TV128REC.                                               <PH2653>
           COPY T5679REC.                                               <PH2653>
           COPY TR384REC.                                               <PH2653>
           COPY LETRQSTREC.                                             <PH2653>
      /
       LINKAGE SECTION.

           MOVE ZCLM-CLAMSTAT          TO S5361-CLAMSTAT.
           MOVE ZCLM-RESVAMT           TO S5361-RESVAMT.
      *
      *  One step forward, never backward or skipped - or out to        <PH2653>
      *  declined from registration or assessment.                      <PH2653>
      *
           MOVE 'N'                    TO WSAA-VALID-STEP.
           EVALUATE TRUE
              WHEN ZCLM-CLAMSTAT        = 'AP'
               AND S5361-NEWSTAT        = 'PD'
                 MOVE 'Y'              TO WSAA-VALID-STEP
              WHEN (ZCLM-CLAMSTAT       = 'RG' OR 'AS')                 <PH2653>
               AND S5361-NEWSTAT        = 'DC'                          <PH2653>
                 MOVE 'Y'              TO WSAA-VALID-STEP               <PH2653>
           END-EVALUATE.
      *
           IF WSAA-VALID-STEP       NOT = 'Y'
           AND S5361-SETTLEAMT      NOT > ZERO
               MOVE E186               TO S5361-SETTLEAMT-ERR
           END-IF.
      *                                                                 <PH2664>
      *  No claim money may be released - settlement or a decline       <PH2664>
      *  refund - on a contract frozen by a legal hold (court order,    <PH2664>
      *  police request or fraud enquiry) on the contract or its        <PH2664>
      *  owner - ZHLD register, P5398.                                  <PH2664>
      *                                                                 <PH2664>
           IF S5361-NEWSTAT             = 'PD'                          <PH2664>
           OR (S5361-NEWSTAT            = 'DC'                          <PH2664>
           AND S5361-REFUNDIND          = 'Y')                          <PH2664>
              INITIALIZE               ZHCK-ZHLDCHK-REC                 <PH2664>
              MOVE WSSP-COMPANY        TO ZHCK-CHDRCOY                  <PH2664>
              MOVE S5361-CHDRNUM       TO ZHCK-CHDRNUM                  <PH2664>
              MOVE WSAA-TODAY          TO ZHCK-EFFDATE                  <PH2664>
      *                                                                 <PH2664>
              CALL 'ZHLDCHK'        USING ZHCK-ZHLDCHK-REC              <PH2664>
      *                                                                 <PH2664>
              IF ZHCK-STATUZ        NOT = O-K                           <PH2664>
                 MOVE ZHCK-STATUZ      TO SYSR-STATUZ                   <PH2664>
                 MOVE ZHCK-ZHLDCHK-REC TO SYSR-PARAMS                   <PH2664>
                 PERFORM 600-FATAL-ERROR                                <PH2664>
              END-IF                                                    <PH2664>
      *                                                                 <PH2664>
              IF ZHCK-HELD              = 'Y'                           <PH2664>
                 MOVE EV22             TO S5361-NEWSTAT-ERR             <PH2664>
                 GO TO 2080-CHECK-FOR-ERRORS                            <PH2664>
              END-IF                                                    <PH2664>
           END-IF.                                                      <PH2664>
      *                                                                 <PH2653>
           IF S5361-NEWSTAT             = 'DC'                          <PH2653>
              PERFORM 2500-VALIDATE-DECLINE                             <PH2653>
              GO TO 2080-CHECK-FOR-ERRORS                               <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2625>
      *  While an absolute assignment is active the owner may not       <PH2631>
      *  be settled - the assignee holds the policy.                    <PH2631>
                 GO TO 2080-CHECK-FOR-ERRORS                            <PH2636>
              END-IF                                                    <PH2636>
           END-IF.                                                      <PH2636>
      *                                                                 <PH2654>
      *  A contestable claim is not approved until its                  <PH2654>
      *  investigation has been satisfied.                              <PH2654>
      *                                                                 <PH2654>
           IF  S5361-NEWSTAT            = 'AP'                          <PH2654>
           AND ZCLM-CONTFLAG            = 'Y'                           <PH2654>
               PERFORM 2660-CHECK-INVESTIGATION                         <PH2654>
               IF WSAA-INV-OUTST        = 'Y'                           <PH2654>
                  MOVE EV52            TO S5361-NEWSTAT-ERR             <PH2654>
                  GO TO 2080-CHECK-FOR-ERRORS                           <PH2654>
               END-IF                                                   <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2636>
      *  Every settlement payee - beneficiary, or guardian where a      <PH2635>
      *  minor's share is paid to the recorded guardian - must          <PH2635>
                 GO TO 2080-CHECK-FOR-ERRORS                            <PH2635>
              END-IF                                                    <PH2635>
           END-IF.                                                      <PH2635>
      *                                                                 <PH2680>
      *  No settlement to a client whose contact or bank details        <PH2680>
      *  changed within the TV152 days without a second                 <PH2680>
      *  signature from the P5385 queue.                                <PH2680>
      *                                                                 <PH2680>
           IF S5361-NEWSTAT             = 'PD'                          <PH2680>
              PERFORM 2950-CHECK-CHANGES                                <PH2680>
              IF WSAA-CHG-BLOCK         = 'Y'                           <PH2680>
                 MOVE EV50             TO S5361-NEWSTAT-ERR             <PH2680>
                 GO TO 2080-CHECK-FOR-ERRORS                            <PH2680>
              END-IF                                                    <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2635>
      *  Maker-checker: approvals and settlements over the TV115        <PH2625>
      *  limit need a second signature from the P5385 queue.            <PH2625>
      *
       2090-EXIT.
            EXIT.
      /                                                                 <PH2653>
       2500-VALIDATE-DECLINE SECTION.                                   <PH2653>
      *******************************                                   <PH2653>
       2510-START.                                                      <PH2653>
      *                                                                 <PH2653>
      *  The decline reason must be on TV128; the premium refund        <PH2653>
      *  is optional, and only where the reason allows one.             <PH2653>
      *                                                                 <PH2653>
           IF S5361-DECLRSN             = SPACES                        <PH2653>
              MOVE E186                TO S5361-DECLRSN-ERR             <PH2653>
              GO TO 2590-EXIT                                           <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           INITIALIZE                  ITEM-PARAMS.                     <PH2653>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2653>
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.                 <PH2653>
           MOVE TV128                  TO ITEM-ITEMTABL.                <PH2653>
           MOVE S5361-DECLRSN          TO ITEM-ITEMITEM.                <PH2653>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2653>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2653>
      *                                                                 <PH2653>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2653>
      *                                                                 <PH2653>
           IF ITEM-STATUZ           NOT = O-K AND MRNF                  <PH2653>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <PH2653>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           IF ITEM-STATUZ               = MRNF                          <PH2653>
              MOVE E186                TO S5361-DECLRSN-ERR             <PH2653>
              GO TO 2590-EXIT                                           <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE ITEM-GENAREA           TO TV128-TV128-REC.              <PH2653>
      *                                                                 <PH2653>
           IF S5361-REFUNDIND           = SPACE                         <PH2653>
              MOVE 'N'                 TO S5361-REFUNDIND               <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           IF S5361-REFUNDIND       NOT = 'Y' AND 'N'                   <PH2653>
              MOVE E186                TO S5361-REFUNDIND-ERR           <PH2653>
              GO TO 2590-EXIT                                           <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           IF  S5361-REFUNDIND          = 'Y'                           <PH2653>
           AND TV128-REFUNDOK       NOT = 'Y'                           <PH2653>
               MOVE EV54               TO S5361-REFUNDIND-ERR           <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
       2590-EXIT.                                                       <PH2653>
           EXIT.                                                        <PH2653>
      /                                                                 <PH2636>
       2600-CHECK-REQUIREMENTS SECTION.                                 <PH2636>
      *********************************                                 <PH2636>
              GO TO 2659-EXIT                                           <PH2636>
           END-IF.                                                      <PH2636>
      *                                                                 <PH2636>
      *  The contestability investigation is not a checklist item:      <PH2654>
      *  it holds the approval (2660), not the assessment.              <PH2654>
      *                                                                 <PH2654>
           IF  ZCLM-INVREQCD        NOT = SPACES                        <PH2654>
           AND ZCRQ-REQCODE             = ZCLM-INVREQCD                 <PH2654>
               MOVE NEXTR              TO ZCRQ-FUNCTION                 <PH2654>
               GO TO 2659-EXIT                                          <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
           IF  ZCRQ-MANDFLAG            = 'Y'                           <PH2636>
           AND ZCRQ-REQSTAT             = 'O'                           <PH2636>
               MOVE 'Y'                TO WSAA-ZCRQ-OUTST               <PH2636>
      *                                                                 <PH2636>
       2659-EXIT.                                                       <PH2636>
           EXIT.                                                        <PH2636>
      /                                                                 <PH2654>
       2660-CHECK-INVESTIGATION SECTION.                                <PH2654>
      **********************************                                <PH2654>
       2661-START.                                                      <PH2654>
      *                                                                 <PH2654>
           MOVE 'N'                    TO WSAA-INV-OUTST                <PH2654>
                                          WSAA-ZCRQ-EOF.                <PH2654>
      *                                                                 <PH2654>
           INITIALIZE                  ZCRQ-PARAMS.                     <PH2654>
           MOVE WSSP-COMPANY           TO ZCRQ-CHDRCOY.                 <PH2654>
           MOVE S5361-CLAMNUM          TO ZCRQ-CLAMNUM.                 <PH2654>
           MOVE ZCRQREC                TO ZCRQ-FORMAT.                  <PH2654>
           MOVE BEGN                   TO ZCRQ-FUNCTION.                <PH2654>
      *                                                                 <PH2654>
           PERFORM 2670-ONE-INVESTIGATION                               <PH2654>
               UNTIL WSAA-ZCRQ-EOF      = 'Y'.                          <PH2654>
      *                                                                 <PH2654>
       2669-EXIT.                                                       <PH2654>
           EXIT.                                                        <PH2654>
      /                                                                 <PH2654>
       2670-ONE-INVESTIGATION SECTION.                                  <PH2654>
      ********************************                                  <PH2654>
       2671-START.                                                      <PH2654>
      *                                                                 <PH2654>
           CALL 'ZCRQIO'            USING ZCRQ-PARAMS.                  <PH2654>
      *                                                                 <PH2654>
           IF ZCRQ-STATUZ           NOT = O-K AND ENDP                  <PH2654>
              MOVE ZCRQ-STATUZ         TO SYSR-STATUZ                   <PH2654>
              MOVE ZCRQ-PARAMS         TO SYSR-PARAMS                   <PH2654>
              PERFORM 600-FATAL-ERROR                                   <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
           IF ZCRQ-STATUZ               = ENDP                          <PH2654>
           OR ZCRQ-CHDRCOY          NOT = WSSP-COMPANY                  <PH2654>
           OR ZCRQ-CLAMNUM          NOT = S5361-CLAMNUM                 <PH2654>
              MOVE 'Y'                 TO WSAA-ZCRQ-EOF                 <PH2654>
              GO TO 2679-EXIT                                           <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
           IF  ZCRQ-REQCODE             = ZCLM-INVREQCD                 <PH2654>
           AND ZCRQ-REQSTAT             = 'O'                           <PH2654>
               MOVE 'Y'                TO WSAA-INV-OUTST                <PH2654>
               MOVE 'Y'                TO WSAA-ZCRQ-EOF                 <PH2654>
               GO TO 2679-EXIT                                          <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
           MOVE NEXTR                  TO ZCRQ-FUNCTION.                <PH2654>
      *                                                                 <PH2654>
       2679-EXIT.                                                       <PH2654>
           EXIT.                                                        <PH2654>
      /                                                                 <PH2636>
       2700-CHECK-ASSIGNMENT SECTION.                                   <PH2631>
      *******************************                                   <PH2631>
      *                                                                 <PH2635>
       2990-EXIT.                                                       <PH2635>
           EXIT.                                                        <PH2635>
      /                                                                 <PH2680>
       2950-CHECK-CHANGES SECTION.                                      <PH2680>
      ****************************                                      <PH2680>
       2951-START.                                                      <PH2680>
      *                                                                 <PH2680>
      *  The owner first, then every beneficiary or guardian paid       <PH2680>
      *  a share of the settlement.                                     <PH2680>
      *                                                                 <PH2680>
           MOVE 'N'                    TO WSAA-CHG-BLOCK                <PH2680>
                                          WSAA-CHG-RECENT               <PH2680>
                                          WSAA-CHG-EOF.                 <PH2680>
           MOVE SPACES                 TO WSAA-CHG-CLNTNUM.             <PH2680>
      *                                                                 <PH2680>
           PERFORM 2970-CHECK-CLIENT.                                   <PH2680>
      *                                                                 <PH2680>
           IF WSAA-CHG-RECENT           = 'N'                           <PH2680>
              INITIALIZE               BNFYLNB-PARAMS                   <PH2680>
              MOVE WSSP-COMPANY        TO BNFYLNB-CHDRCOY               <PH2680>
              MOVE S5361-CHDRNUM       TO BNFYLNB-CHDRNUM               <PH2680>
              MOVE BNFYLNBREC          TO BNFYLNB-FORMAT                <PH2680>
              MOVE BEGN                TO BNFYLNB-FUNCTION              <PH2680>
              PERFORM 2960-ONE-BNFY-CHANGE                              <PH2680>
                  UNTIL WSAA-CHG-EOF    = 'Y'                           <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           IF WSAA-CHG-RECENT           = 'N'                           <PH2680>
              GO TO 2959-EXIT                                           <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           INITIALIZE                  ZAUT-ZAUTHCHK-REC.               <PH2680>
           MOVE 'CHECK'                TO ZAUT-FUNCTION.                <PH2680>
           MOVE WSSP-COMPANY           TO ZAUT-COMPANY.                 <PH2680>
           MOVE WSAA-CHG-TRCDE         TO ZAUT-TRANCODE.                <PH2680>
           MOVE S5361-CLAMNUM          TO ZAUT-ENTITYKEY.               <PH2680>
           MOVE S5361-SETTLEAMT        TO ZAUT-AMOUNT.                  <PH2680>
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
       2959-EXIT.                                                       <PH2680>
           EXIT.                                                        <PH2680>
      /                                                                 <PH2680>
       2960-ONE-BNFY-CHANGE SECTION.                                    <PH2680>
      ******************************                                    <PH2680>
       2961-START.                                                      <PH2680>
      *                                                                 <PH2680>
           CALL 'BNFYLNBIO'         USING BNFYLNB-PARAMS.               <PH2680>
      *                                                                 <PH2680>
           IF BNFYLNB-STATUZ        NOT = O-K AND ENDP                  <PH2680>
              MOVE BNFYLNB-STATUZ      TO SYSR-STATUZ                   <PH2680>
              MOVE BNFYLNB-PARAMS      TO SYSR-PARAMS                   <PH2680>
              PERFORM 600-FATAL-ERROR                                   <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           IF BNFYLNB-STATUZ            = ENDP                          <PH2680>
           OR BNFYLNB-CHDRCOY (1:1) NOT = WSSP-COMPANY                  <PH2680>
           OR BNFYLNB-CHDRNUM (1:8) NOT = S5361-CHDRNUM                 <PH2680>
              MOVE 'Y'                 TO WSAA-CHG-EOF                  <PH2680>
              GO TO 2969-EXIT                                           <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           MOVE NEXTR                  TO BNFYLNB-FUNCTION.             <PH2680>
      *                                                                 <PH2680>
           IF BNFYLNB-VALIDFLAG     NOT = '1'                           <PH2680>
              GO TO 2969-EXIT                                           <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
      *  A minor's share goes to the recorded guardian.                 <PH2680>
      *                                                                 <PH2680>
           IF BNFYLNB-GUARDIAN      NOT = SPACES                        <PH2680>
              MOVE BNFYLNB-GUARDIAN    TO WSAA-CHG-CLNTNUM              <PH2680>
           ELSE                                                         <PH2680>
              MOVE BNFYLNB-BNYCLT      TO WSAA-CHG-CLNTNUM              <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           PERFORM 2970-CHECK-CLIENT.                                   <PH2680>
      *                                                                 <PH2680>
           IF WSAA-CHG-RECENT           = 'Y'                           <PH2680>
              MOVE 'Y'                 TO WSAA-CHG-EOF                  <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
       2969-EXIT.                                                       <PH2680>
           EXIT.                                                        <PH2680>
      /                                                                 <PH2680>
       2970-CHECK-CLIENT SECTION.                                       <PH2680>
      ***************************                                       <PH2680>
       2971-START.                                                      <PH2680>
      *                                                                 <PH2680>
      *  No client given means the contract owner.                      <PH2680>
      *                                                                 <PH2680>
           INITIALIZE                  ZCGL-ZCHGLOG-REC.                <PH2680>
           MOVE 'CHEK'                 TO ZCGL-FUNCTION.                <PH2680>
           MOVE WSSP-COMPANY           TO ZCGL-COMPANY.                 <PH2680>
           MOVE WSAA-TODAY             TO ZCGL-EFFDATE.                 <PH2680>
           IF WSAA-CHG-CLNTNUM          = SPACES                        <PH2680>
              MOVE S5361-CHDRNUM       TO ZCGL-CHDRNUM                  <PH2680>
           ELSE                                                         <PH2680>
              MOVE WSSP-FSUCO          TO ZCGL-CLNTCOY                  <PH2680>
              MOVE WSAA-CHG-CLNTNUM    TO ZCGL-CLNTNUM                  <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           CALL 'ZCHGLOG'           USING ZCGL-ZCHGLOG-REC.             <PH2680>
      *                                                                 <PH2680>
           IF ZCGL-STATUZ           NOT = O-K                           <PH2680>
              MOVE ZCGL-STATUZ         TO SYSR-STATUZ                   <PH2680>
              MOVE ZCGL-ZCHGLOG-REC    TO SYSR-PARAMS                   <PH2680>
              PERFORM 600-FATAL-ERROR                                   <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           IF ZCGL-RECENT               = 'Y'                           <PH2680>
              MOVE 'Y'                 TO WSAA-CHG-RECENT               <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
       2979-EXIT.                                                       <PH2680>
           EXIT.                                                        <PH2680>
      /
      *****************************************************************
      *     Update Database if required and Log Transaction
              PERFORM 3600-WRITE-RECOVERIES                             <PH2601>
              PERFORM 3A00-DELAY-INTEREST                               <PH2643>
           END-IF.
      *                                                                 <PH2653>
           IF S5361-NEWSTAT             = 'DC'                          <PH2653>
              PERFORM 3200-RELEASE-RESERVE                              <PH2653>
              PERFORM 3E00-DECLINE-CLAIM                                <PH2653>
           END-IF.                                                      <PH2653>
      *
           PERFORM 3400-UPDATE-CLAIM.
           PERFORM 3500-WRITE-PTRN.
      *                                                                 <PH2643>
       3D90-EXIT.                                                       <PH2643>
           EXIT.                                                        <PH2643>
      /                                                                 <PH2653>
       3E00-DECLINE-CLAIM SECTION.                                      <PH2653>
      ****************************                                      <PH2653>
       3E10-START.                                                      <PH2653>
      *                                                                 <PH2653>
      *  The registration reserve has already been reversed by          <PH2653>
      *  3200-RELEASE-RESERVE.  Refund, then either restore the         <PH2653>
      *  contract or terminate it by the reason's TV128 action,         <PH2653>
      *  then tell the claimant.                                        <PH2653>
      *                                                                 <PH2653>
           MOVE ZERO                   TO WSAA-REFUND-AMT.              <PH2653>
      *                                                                 <PH2653>
           IF S5361-REFUNDIND           = 'Y'                           <PH2653>
              PERFORM 3F00-CALC-REFUND                                  <PH2653>
              IF WSAA-REFUND-AMT        > ZERO                          <PH2653>
                 PERFORM 3G00-POST-REFUND                               <PH2653>
                 PERFORM 3G70-RAISE-REFUND                              <PH2653>
              END-IF                                                    <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           PERFORM 3H00-SET-STATUSES.                                   <PH2653>
      *                                                                 <PH2653>
           IF TV128-DECLACT         NOT = 'T'                           <PH2653>
              PERFORM 3J00-RESTORE-BILLING                              <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           PERFORM 3K00-DECLINE-LETTER.                                 <PH2653>
      *                                                                 <PH2653>
       3E90-EXIT.                                                       <PH2653>
           EXIT.                                                        <PH2653>
      /                                                                 <PH2653>
       3F00-CALC-REFUND SECTION.                                        <PH2653>
      **************************                                        <PH2653>
       3F10-START.                                                      <PH2653>
      *                                                                 <PH2653>
      *  Premiums paid since issue, or since the last reinstatement     <PH2653>
      *  (TV128 names its transaction code): the instalments from       <PH2653>
      *  that date to the paid-to date at the current instalment.       <PH2653>
      *                                                                 <PH2653>
           INITIALIZE                  PAYR-PARAMS.                     <PH2653>
           MOVE WSSP-COMPANY           TO PAYR-CHDRCOY.                 <PH2653>
           MOVE S5361-CHDRNUM          TO PAYR-CHDRNUM.                 <PH2653>
           MOVE 1                      TO PAYR-PAYRSEQNO.               <PH2653>
           MOVE PAYRREC                TO PAYR-FORMAT.                  <PH2653>
           MOVE READR                  TO PAYR-FUNCTION.                <PH2653>
      *                                                                 <PH2653>
           CALL 'PAYRIO'            USING PAYR-PARAMS.                  <PH2653>
      *                                                                 <PH2653>
           IF PAYR-STATUZ           NOT = O-K                           <PH2653>
              MOVE PAYR-STATUZ         TO SYSR-STATUZ                   <PH2653>
              MOVE PAYR-PARAMS         TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE CHDRLIF-OCCDATE (1:8)  TO WSAA-REFUND-FROM.             <PH2653>
      *                                                                 <PH2653>
           IF TV128-RSTTRCDE        NOT = SPACES                        <PH2653>
              MOVE 'N'                 TO WSAA-PTRN-EOF                 <PH2653>
              INITIALIZE               PTRNENQ-PARAMS                   <PH2653>
              MOVE WSSP-COMPANY        TO PTRNENQ-CHDRCOY               <PH2653>
              MOVE S5361-CHDRNUM       TO PTRNENQ-CHDRNUM               <PH2653>
              MOVE ZERO                TO PTRNENQ-TRANNO                <PH2653>
              MOVE PTRNENQREC          TO PTRNENQ-FORMAT                <PH2653>
              MOVE BEGN                TO PTRNENQ-FUNCTION              <PH2653>
              PERFORM 3F50-FIND-REINSTATEMENT                           <PH2653>
                  UNTIL WSAA-PTRN-EOF   = 'Y'                           <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE PAYR-BILLFREQ          TO DTC3-FREQUENCY.               <PH2653>
           MOVE WSAA-REFUND-FROM       TO DTC3-INT-DATE-1.              <PH2653>
           MOVE PAYR-PTDATE            TO DTC3-INT-DATE-2.              <PH2653>
      *                                                                 <PH2653>
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.             <PH2653>
      *                                                                 <PH2653>
           IF DTC3-STATUZ           NOT = O-K                           <PH2653>
              MOVE DTC3-STATUZ         TO SYSR-STATUZ                   <PH2653>
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE DTC3-FREQ-FACTOR       TO WSAA-INSTCNT.                 <PH2653>
      *                                                                 <PH2653>
           IF WSAA-INSTCNT              > ZERO                          <PH2653>
              COMPUTE WSAA-REFUND-AMT   = WSAA-INSTCNT                  <PH2653>
                                        * PAYR-SINSTAMT06               <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
       3F90-EXIT.                                                       <PH2653>
           EXIT.                                                        <PH2653>
      /                                                                 <PH2653>
       3F50-FIND-REINSTATEMENT SECTION.                                 <PH2653>
      *********************************                                 <PH2653>
       3F51-START.                                                      <PH2653>
      *                                                                 <PH2653>
           CALL 'PTRNENQIO'         USING PTRNENQ-PARAMS.               <PH2653>
      *                                                                 <PH2653>
           IF PTRNENQ-STATUZ        NOT = O-K AND ENDP                  <PH2653>
              MOVE PTRNENQ-STATUZ      TO SYSR-STATUZ                   <PH2653>
              MOVE PTRNENQ-PARAMS      TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           IF PTRNENQ-STATUZ            = ENDP                          <PH2653>
           OR PTRNENQ-CHDRCOY (1:1) NOT = WSSP-COMPANY                  <PH2653>
           OR PTRNENQ-CHDRNUM (1:8) NOT = S5361-CHDRNUM                 <PH2653>
              MOVE 'Y'                 TO WSAA-PTRN-EOF                 <PH2653>
              GO TO 3F59-EXIT                                           <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           IF  PTRNENQ-BATCTRCDE (1:4)  = TV128-RSTTRCDE                <PH2653>
           AND PTRNENQ-PTRNEFF          > WSAA-REFUND-FROM              <PH2653>
               MOVE PTRNENQ-PTRNEFF    TO WSAA-REFUND-FROM              <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE NEXTR                  TO PTRNENQ-FUNCTION.             <PH2653>
      *                                                                 <PH2653>
       3F59-EXIT.                                                       <PH2653>
           EXIT.                                                        <PH2653>
      /                                                                 <PH2653>
       3G00-POST-REFUND SECTION.                                        <PH2653>
      **************************                                        <PH2653>
       3G10-START.                                                      <PH2653>
      *                                                                 <PH2653>
      *  Its own posting lines - 05 premium refunded on declined        <PH2653>
      *  claims, 06 refund payable contra.                              <PH2653>
      *                                                                 <PH2653>
           MOVE 5                      TO WSAA-JRNSEQ.                  <PH2653>
           MOVE T5645-SACSCODE-05      TO LIFA-SACSCODE.                <PH2653>
           MOVE T5645-SACSTYPE-05      TO LIFA-SACSTYP.                 <PH2653>
           MOVE T5645-GLMAP-05         TO LIFA-GLCODE.                  <PH2653>
           MOVE '+'                    TO LIFA-GLSIGN.                  <PH2653>
           PERFORM 3G50-POST-ONE.                                       <PH2653>
      *                                                                 <PH2653>
           MOVE 6                      TO WSAA-JRNSEQ.                  <PH2653>
           MOVE T5645-SACSCODE-06      TO LIFA-SACSCODE.                <PH2653>
           MOVE T5645-SACSTYPE-06      TO LIFA-SACSTYP.                 <PH2653>
           MOVE T5645-GLMAP-06         TO LIFA-GLCODE.                  <PH2653>
           MOVE '-'                    TO LIFA-GLSIGN.                  <PH2653>
           PERFORM 3G50-POST-ONE.                                       <PH2653>
      *                                                                 <PH2653>
       3G90-EXIT.                                                       <PH2653>
           EXIT.                                                        <PH2653>
      /                                                                 <PH2653>
       3G50-POST-ONE SECTION.                                           <PH2653>
      ***********************                                           <PH2653>
       3G51-START.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE WSSP-BATCHKEY          TO LIFA-BATCKEY.                 <PH2653>
           MOVE 'PSTW'                 TO LIFA-FUNCTION.                <PH2653>
           MOVE S5361-CLAMNUM          TO LIFA-RDOCNUM.                 <PH2653>
           MOVE WSSP-COMPANY           TO LIFA-RLDGCOY.                 <PH2653>
           MOVE S5361-CHDRNUM          TO LIFA-RLDGACCT.                <PH2653>
           MOVE WSAA-REFUND-AMT        TO LIFA-ORIGAMT                  <PH2653>
                                          LIFA-ACCTAMT.                 <PH2653>
           MOVE 'DECLINED CLAIM PREM REFUND'                            <PH2653>
                                       TO LIFA-TRANDESC.                <PH2653>
           MOVE S5361-CLAMNUM          TO LIFA-TRANREF.                 <PH2653>
           MOVE WSAA-TODAY             TO LIFA-EFFDATE                  <PH2653>
                                          LIFA-TRANSACTION-DATE.        <PH2653>
           MOVE CHDRLIF-TRANNO         TO LIFA-TRANNO.                  <PH2653>
           MOVE WSAA-JRNSEQ            TO LIFA-JRNSEQ.                  <PH2653>
      *                                                                 <PH2653>
           CALL 'LIFACMV'           USING LIFA-LIFACMV-REC.             <PH2653>
      *                                                                 <PH2653>
           IF LIFA-STATUZ           NOT = O-K                           <PH2653>
              MOVE LIFA-STATUZ         TO SYSR-STATUZ                   <PH2653>
              MOVE LIFA-LIFACMV-REC    TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
       3G59-EXIT.                                                       <PH2653>
           EXIT.                                                        <PH2653>
      /                                                                 <PH2653>
       3G70-RAISE-REFUND SECTION.                                       <PH2653>
      ***************************                                       <PH2653>
       3G71-START.                                                      <PH2653>
      *                                                                 <PH2653>
      *  The refund goes to the owner through the same payment          <PH2653>
      *  request stream as the settlement, on the refund payable        <PH2653>
      *  sub-account.                                                   <PH2653>
      *                                                                 <PH2653>
           INITIALIZE                  PREQ-PARAMS.                     <PH2653>
           MOVE 'CA'                   TO PREQ-RDOCPFX.                 <PH2653>
           MOVE WSSP-COMPANY           TO PREQ-RDOCCOY.                 <PH2653>
           MOVE S5361-CLAMNUM          TO PREQ-RDOCNUM.                 <PH2653>
           MOVE S5361-CHDRNUM          TO PREQ-RLDGACCT.                <PH2653>
           MOVE T5645-SACSCODE-06      TO PREQ-SACSCODE.                <PH2653>
           MOVE T5645-SACSTYPE-06      TO PREQ-SACSTYP.                 <PH2653>
           MOVE WSAA-REFUND-AMT        TO PREQ-PYMT.                    <PH2653>
           MOVE 'RQ'                   TO PREQ-PAYSTAT.                 <PH2653>
           MOVE WSAA-TODAY             TO PREQ-REQDATE.                 <PH2653>
           MOVE WSSP-BRANCH            TO PREQ-BRANCH.                  <PH2653>
           MOVE PREQREC                TO PREQ-FORMAT.                  <PH2653>
           MOVE WRITR                  TO PREQ-FUNCTION.                <PH2653>
      *                                                                 <PH2653>
           CALL 'PREQIO'            USING PREQ-PARAMS.                  <PH2653>
      *                                                                 <PH2653>
           IF PREQ-STATUZ           NOT = O-K                           <PH2653>
              MOVE PREQ-STATUZ         TO SYSR-STATUZ                   <PH2653>
              MOVE PREQ-PARAMS         TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
       3G79-EXIT.                                                       <PH2653>
           EXIT.                                                        <PH2653>
      /                                                                 <PH2653>
       3H00-SET-STATUSES SECTION.                                       <PH2653>
      ***************************                                       <PH2653>
       3H10-START.                                                      <PH2653>
      *                                                                 <PH2653>
      *  Terminate: the contract and all its in-force components go     <PH2653>
      *  to the T5679 set statuses for this transaction.  Restore:      <PH2653>
      *  the contract and the claimed life's components P5360 moved     <PH2653>
      *  to claim-pending return to the TV128 in-force statuses.        <PH2653>
      *                                                                 <PH2653>
           IF TV128-DECLACT             = 'T'                           <PH2653>
              INITIALIZE               ITEM-PARAMS                      <PH2653>
              MOVE WSSP-COMPANY        TO ITEM-ITEMCOY                  <PH2653>
              MOVE 'IT'                TO ITEM-ITEMPFX                  <PH2653>
              MOVE T5679               TO ITEM-ITEMTABL                 <PH2653>
              MOVE WSKY-BATC-BATCTRCDE TO ITEM-ITEMITEM                 <PH2653>
              MOVE ITEMREC             TO ITEM-FORMAT                   <PH2653>
              MOVE READR               TO ITEM-FUNCTION                 <PH2653>
      *                                                                 <PH2653>
              CALL 'ITEMIO'         USING ITEM-PARAMS                   <PH2653>
      *                                                                 <PH2653>
              IF ITEM-STATUZ        NOT = O-K                           <PH2653>
                 MOVE ITEM-STATUZ      TO SYSR-STATUZ                   <PH2653>
                 MOVE ITEM-PARAMS      TO SYSR-PARAMS                   <PH2653>
                 PERFORM 600-FATAL-ERROR                                <PH2653>
              END-IF                                                    <PH2653>
      *                                                                 <PH2653>
              MOVE ITEM-GENAREA        TO T5679-T5679-REC               <PH2653>
              MOVE T5679-SET-CN-RISK-STAT                               <PH2653>
                                       TO WSAA-CN-RISK-STAT             <PH2653>
              MOVE T5679-SET-CN-PREM-STAT                               <PH2653>
                                       TO WSAA-CN-PREM-STAT             <PH2653>
              MOVE T5679-SET-COV-RISK-STAT                              <PH2653>
                                       TO WSAA-CV-RISK-STAT             <PH2653>
              MOVE T5679-SET-COV-PREM-STAT                              <PH2653>
                                       TO WSAA-CV-PREM-STAT             <PH2653>
              MOVE 'Y'                 TO WSAA-COVR-ALL                 <PH2653>
           ELSE                                                         <PH2653>
              MOVE TV128-RSTCNRSK      TO WSAA-CN-RISK-STAT             <PH2653>
              MOVE TV128-RSTCNPRM      TO WSAA-CN-PREM-STAT             <PH2653>
              MOVE TV128-RSTCVRSK      TO WSAA-CV-RISK-STAT             <PH2653>
              MOVE TV128-RSTCVPRM      TO WSAA-CV-PREM-STAT             <PH2653>
              MOVE 'N'                 TO WSAA-COVR-ALL                 <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.               <PH2653>
           MOVE READH                  TO CHDRLIF-FUNCTION.             <PH2653>
      *                                                                 <PH2653>
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.               <PH2653>
      *                                                                 <PH2653>
           IF CHDRLIF-STATUZ        NOT = O-K                           <PH2653>
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ                   <PH2653>
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE WSAA-CN-RISK-STAT      TO CHDRLIF-STATCODE.             <PH2653>
           MOVE WSAA-CN-PREM-STAT      TO CHDRLIF-PSTATCODE.            <PH2653>
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.               <PH2653>
           MOVE REWRT                  TO CHDRLIF-FUNCTION.             <PH2653>
      *                                                                 <PH2653>
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.               <PH2653>
      *                                                                 <PH2653>
           IF CHDRLIF-STATUZ        NOT = O-K                           <PH2653>
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ                   <PH2653>
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE 'N'                    TO WSAA-COVR-EOF.                <PH2653>
      *                                                                 <PH2653>
           INITIALIZE                  COVR-PARAMS.                     <PH2653>
           MOVE WSSP-COMPANY           TO COVR-CHDRCOY.                 <PH2653>
           MOVE S5361-CHDRNUM          TO COVR-CHDRNUM.                 <PH2653>
           MOVE COVRREC                TO COVR-FORMAT.                  <PH2653>
           MOVE BEGNH                  TO COVR-FUNCTION.                <PH2653>
      *                                                                 <PH2653>
           PERFORM 3H50-PROCESS-COVR                                    <PH2653>
               UNTIL WSAA-COVR-EOF      = 'Y'.                          <PH2653>
      *                                                                 <PH2653>
       3H90-EXIT.                                                       <PH2653>
           EXIT.                                                        <PH2653>
      /                                                                 <PH2653>
       3H50-PROCESS-COVR SECTION.                                       <PH2653>
      ***************************                                       <PH2653>
       3H51-START.                                                      <PH2653>
      *                                                                 <PH2653>
           CALL 'COVRIO'            USING COVR-PARAMS.                  <PH2653>
      *                                                                 <PH2653>
           IF COVR-STATUZ           NOT = O-K AND ENDP                  <PH2653>
              MOVE COVR-STATUZ         TO SYSR-STATUZ                   <PH2653>
              MOVE COVR-PARAMS         TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           IF COVR-STATUZ               = ENDP                          <PH2653>
           OR COVR-CHDRCOY          NOT = WSSP-COMPANY                  <PH2653>
           OR COVR-CHDRNUM          NOT = S5361-CHDRNUM                 <PH2653>
              MOVE 'Y'                 TO WSAA-COVR-EOF                 <PH2653>
              GO TO 3H59-EXIT                                           <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           IF  COVR-VALIDFLAG           = '1'                           <PH2653>
           AND (WSAA-COVR-ALL           = 'Y'                           <PH2653>
           OR   COVR-LIFE               = ZCLM-LIFE)                    <PH2653>
               MOVE WSAA-CV-RISK-STAT  TO COVR-STATCODE                 <PH2653>
               MOVE WSAA-CV-PREM-STAT  TO COVR-PSTATCODE                <PH2653>
               MOVE COVRREC            TO COVR-FORMAT                   <PH2653>
               MOVE REWRT              TO COVR-FUNCTION                 <PH2653>
      *                                                                 <PH2653>
               CALL 'COVRIO'        USING COVR-PARAMS                   <PH2653>
      *                                                                 <PH2653>
               IF COVR-STATUZ       NOT = O-K                           <PH2653>
                  MOVE COVR-STATUZ     TO SYSR-STATUZ                   <PH2653>
                  MOVE COVR-PARAMS     TO SYSR-PARAMS                   <PH2653>
                  PERFORM 600-FATAL-ERROR                               <PH2653>
               END-IF                                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE NEXTR                  TO COVR-FUNCTION.                <PH2653>
      *                                                                 <PH2653>
       3H59-EXIT.                                                       <PH2653>
           EXIT.                                                        <PH2653>
      /                                                                 <PH2653>
       3J00-RESTORE-BILLING SECTION.                                    <PH2653>
      ******************************                                    <PH2653>
       3J10-START.                                                      <PH2653>
      *                                                                 <PH2653>
      *  Lift the suppression P5360 placed, from today, so B5349        <PH2653>
      *  bills the payer again.                                         <PH2653>
      *                                                                 <PH2653>
           INITIALIZE                  PAYR-PARAMS.                     <PH2653>
           MOVE WSSP-COMPANY           TO PAYR-CHDRCOY.                 <PH2653>
           MOVE S5361-CHDRNUM          TO PAYR-CHDRNUM.                 <PH2653>
           MOVE 1                      TO PAYR-PAYRSEQNO.               <PH2653>
           MOVE PAYRREC                TO PAYR-FORMAT.                  <PH2653>
           MOVE READH                  TO PAYR-FUNCTION.                <PH2653>
      *                                                                 <PH2653>
           CALL 'PAYRIO'            USING PAYR-PARAMS.                  <PH2653>
      *                                                                 <PH2653>
           IF PAYR-STATUZ           NOT = O-K                           <PH2653>
              MOVE PAYR-STATUZ         TO SYSR-STATUZ                   <PH2653>
              MOVE PAYR-PARAMS         TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE 'N'                    TO PAYR-BILLSUPR.                <PH2653>
           MOVE WSAA-TODAY             TO PAYR-BILLSPTO.                <PH2653>
           MOVE PAYRREC                TO PAYR-FORMAT.                  <PH2653>
           MOVE REWRT                  TO PAYR-FUNCTION.                <PH2653>
      *                                                                 <PH2653>
           CALL 'PAYRIO'            USING PAYR-PARAMS.                  <PH2653>
      *                                                                 <PH2653>
           IF PAYR-STATUZ           NOT = O-K                           <PH2653>
              MOVE PAYR-STATUZ         TO SYSR-STATUZ                   <PH2653>
              MOVE PAYR-PARAMS         TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
       3J90-EXIT.                                                       <PH2653>
           EXIT.                                                        <PH2653>
      /                                                                 <PH2653>
       3K00-DECLINE-LETTER SECTION.                                     <PH2653>
      *****************************                                     <PH2653>
       3K10-START.                                                      <PH2653>
      *                                                                 <PH2653>
      *  Letter type comes from TR384, keyed transaction code plus      <PH2653>
      *  contract type with a '***' fallback, as P5374 does.            <PH2653>
      *                                                                 <PH2653>
           MOVE WSKY-BATC-BATCTRCDE    TO WSAA-ITEM-BATCTRCDE.          <PH2653>
           MOVE CHDRLIF-CNTTYPE        TO WSAA-ITEM-CNTTYPE.            <PH2653>
           PERFORM 3K50-READ-TR384.                                     <PH2653>
      *                                                                 <PH2653>
           IF ITEM-STATUZ               = MRNF                          <PH2653>
              MOVE '***'               TO WSAA-ITEM-CNTTYPE             <PH2653>
              PERFORM 3K50-READ-TR384                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           IF ITEM-STATUZ           NOT = O-K                           <PH2653>
              MOVE F035                TO SYSR-STATUZ                   <PH2653>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE ITEM-GENAREA           TO TR384-TR384-REC.              <PH2653>
      *                                                                 <PH2653>
           IF TR384-LETTER-TYPE         = SPACES                        <PH2653>
              GO TO 3K90-EXIT                                           <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
           MOVE SPACES                 TO LETRQST-STATUZ.               <PH2653>
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-REQUEST-COMPANY.      <PH2653>
           MOVE TR384-LETTER-TYPE      TO LETRQST-LETTER-TYPE.          <PH2653>
           MOVE WSAA-TODAY             TO LETRQST-LETTER-REQUEST-DATE.  <PH2653>
           MOVE CHDRLIF-CHDRPFX        TO LETRQST-RDOCPFX.              <PH2653>
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-RDOCCOY.              <PH2653>
           MOVE CHDRLIF-CHDRNUM        TO LETRQST-RDOCNUM.              <PH2653>
           MOVE WSSP-LANGUAGE          TO LETRQST-OTHER-KEYS.           <PH2653>
           MOVE CHDRLIF-COWNCOY        TO LETRQST-CLNTCOY.              <PH2653>
           MOVE CHDRLIF-COWNNUM        TO LETRQST-CLNTNUM.              <PH2653>
           MOVE CHDRLIF-DESPNUM        TO LETRQST-DESPNUM.              <PH2653>
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-CHDRCOY.              <PH2653>
           MOVE CHDRLIF-CHDRNUM        TO LETRQST-CHDRNUM.              <PH2653>
           MOVE CHDRLIF-TRANNO         TO LETRQST-TRANNO.               <PH2653>
           MOVE CHDRLIF-CNTBRANCH      TO LETRQST-BRANCH.               <PH2653>
           MOVE 'ADD'                  TO LETRQST-FUNCTION.             <PH2653>
      *                                                                 <PH2653>
           CALL 'LETRQST'           USING LETRQST-PARAMS.               <PH2653>
      *                                                                 <PH2653>
           IF LETRQST-STATUZ        NOT = O-K                           <PH2653>
              MOVE LETRQST-STATUZ      TO SYSR-STATUZ                   <PH2653>
              MOVE LETRQST-PARAMS      TO SYSR-PARAMS                   <PH2653>
              PERFORM 600-FATAL-ERROR                                   <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
       3K90-EXIT.                                                       <PH2653>
           EXIT.                                                        <PH2653>
      /                                                                 <PH2653>
       3K50-READ-TR384 SECTION.                                         <PH2653>
      *************************                                         <PH2653>
       3K51-START.                                                      <PH2653>
      *                                                                 <PH2653>
           INITIALIZE                  ITEM-PARAMS.                     <PH2653>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2653>
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.                 <PH2653>
           MOVE TR384                  TO ITEM-ITEMTABL.                <PH2653>
           MOVE WSAA-TR384-KEY         TO ITEM-ITEMITEM.                <PH2653>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2653>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2653>
      *                                                                 <PH2653>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2653>
      *                                                                 <PH2653>
           IF  ITEM-STATUZ          NOT = O-K                           <PH2653>
           AND ITEM-STATUZ          NOT = MRNF                          <PH2653>
               MOVE ITEM-STATUZ        TO SYSR-STATUZ                   <PH2653>
               MOVE ITEM-PARAMS        TO SYSR-PARAMS                   <PH2653>
               PERFORM 600-FATAL-ERROR                                  <PH2653>
           END-IF.                                                      <PH2653>
      *                                                                 <PH2653>
       3K59-EXIT.                                                       <PH2653>
           EXIT.                                                        <PH2653>
      /
       3400-UPDATE-CLAIM SECTION.
      ***************************
           IF S5361-NEWSTAT             = 'AP'                          <PH2643>
              MOVE WSAA-TODAY          TO ZCLM-APPRDATE                 <PH2643>
           END-IF.                                                      <PH2643>
           IF S5361-NEWSTAT             = 'DC'                          <PH2653>
              MOVE S5361-DECLRSN       TO ZCLM-DECLRSN                  <PH2653>
              MOVE WSAA-TODAY          TO ZCLM-DECLDATE                 <PH2653>
              MOVE WSAA-REFUND-AMT     TO ZCLM-RFNDAMT                  <PH2653>
           END-IF.                                                      <PH2653>
           MOVE CHDRLIF-TRANNO         TO ZCLM-TRANNO.
           MOVE ZCLMREC                TO ZCLM-FORMAT.
           MOVE REWRT                  TO ZCLM-FUNCTION.
