      *    which is exactly what B5349 honours when it skips a
      *    suppressed payer - no further instalments are produced
      *    while the claim is open;
      *  - a claim inside the contestable period (TV129, months
      *    from issue or from the last P5355 reinstatement to the
      *    date of death) also raises a mandatory contestability
      *    investigation item on ZCRQ, which P5361 requires to be
      *    satisfied before approval;
      *  - a PTRN is written and the claim lands at status 'RG'
      *    (registered) on the ZCLM register, which is the branch
      *    claim worklist P5361 progresses through assess, approve
      *    and pay.
      *                                                                 <PH2665>
      * The death is then carried across everything else the client     <PH2665>
      * holds:                                                          <PH2665>
      *                                                                 <PH2665>
      *  - the client is marked deceased on CLTS (status 'DC', date     <PH2665>
      *    of death), which B5377 and B5403 honour by suppressing       <PH2665>
      *    letters and campaign contact to the client;                  <PH2665>
      *  - every contract role the client holds on CLRR is walked and   <PH2665>
      *    a worklist entry is written to ZDCW for each contract        <PH2665>
      *    stating the role and the action needed - a new owner         <PH2665>
      *    ('NO'), a new payer ('NP'), redistribution of the            <PH2665>
      *    beneficiary shares ('BR'), the assignment to be reviewed     <PH2665>
      *    ('AS'), a claim to be registered where the client is a       <PH2665>
      *    life on another contract ('CL'), or a general review ('RV'); <PH2665>
      *  - the client's active or pending mandates are suspended        <PH2665>
      *    (MANDSTAT 'S'), which stops both the direct debits (B5351)   <PH2665>
      *    and the card charges (B5415) riding on them.                 <PH2665>
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      *           waives them; P5361 refuses 'AS' while a mandatory         *
      *           item is outstanding.                                      *
      *                                                                     *
      * 15/10/26  01/01   PH2654       Phi Tran - IT DEV                    *
      *           Contestability gate: the policy duration from issue and   *
      *           from the last reinstatement is calculated at registration;*
      *           inside the TV129 contestable period a mandatory           *
      *           investigation requirement is raised on ZCRQ and the claim *
      *           is flagged contestable on ZCLM for P5361 and B5426.       *
      *                                                                     *
      * 15/10/26  01/01   PH2665       Phi Tran - IT DEV                    *
      *           Deceased-client propagation: the life is marked deceased  *
      *           on CLTS, every CLRR role the client holds is walked and a *
      *           ZDCW worklist entry written per contract with the action  *
      *           needed, and the client's mandates are suspended.          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
      *                                                                 <PH2636>
       01  WSAA-REQ-IX                 PIC 9(02) VALUE 0.               <PH2636>
       01  WSAA-REQSEQ                 PIC S9(03) COMP-3 VALUE 0.       <PH2636>
       01  WSAA-CONTFLAG               PIC X(01) VALUE 'N'.             <PH2654>
       01  WSAA-DURISS                 PIC S9(03) COMP-3 VALUE 0.       <PH2654>
       01  WSAA-DURRST                 PIC S9(03) COMP-3 VALUE 0.       <PH2654>
       01  WSAA-RST-DATE               PIC 9(08) VALUE 0.               <PH2654>
       01  WSAA-PTRN-EOF               PIC X(01) VALUE 'N'.             <PH2654>
       01  WSAA-TV129-KEY              PIC X(03) VALUE SPACES.          <PH2654>
       01  WSAA-CLRR-EOF               PIC X(01) VALUE 'N'.             <PH2665>
       01  WSAA-MAND-EOF               PIC X(01) VALUE 'N'.             <PH2665>
       01  WSAA-WRKACT                 PIC X(02) VALUE SPACES.          <PH2665>
      *
       01  TABLES.
           03  TV118                   PIC X(05) VALUE 'TV118'.         <PH2636>
           03  T5645                   PIC X(05) VALUE 'T5645'.
           03  T5679                   PIC X(05) VALUE 'T5679'.
           03  TV129                   PIC X(05) VALUE 'TV129'.         <PH2654>
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  ZCLMREC                 PIC X(10) VALUE 'ZCLMREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  PTRNENQREC              PIC X(10) VALUE 'PTRNENQREC'.    <PH2654>
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.       <PH2665>
           03  CLRRREC                 PIC X(10) VALUE 'CLRRREC'.       <PH2665>
           03  MANDREC                 PIC X(10) VALUE 'MANDREC'.       <PH2665>
           03  ZDCWREC                 PIC X(10) VALUE 'ZDCWREC'.       <PH2665>
      /
           COPY VARCOM.
      /
           COPY ZCRQSKM.                                                <PH2636>
           COPY ITEMSKM.
           COPY TV118REC.                                               <PH2636>
           COPY TV129REC.                                               <PH2654>
           COPY PTRNENQSKM.                                             <PH2654>
           COPY DATCON3REC.                                             <PH2654>
           COPY CLTSSKM.                                                <PH2665>
           COPY CLRRSKM.                                                <PH2665>
           COPY MANDSKM.                                                <PH2665>
           COPY ZDCWSKM.                                                <PH2665>
           COPY T5645REC.
           COPY T5679REC.
           COPY LIFACMVREC.
           PERFORM 3200-SET-STATUSES.
           PERFORM 3300-POST-RESERVE.
           PERFORM 3400-SUPPRESS-BILLING.
           PERFORM 3450-CHECK-CONTESTABLE.                              <PH2654>
           PERFORM 3500-WRITE-CLAIM.
           PERFORM 3550-RAISE-REQUIREMENTS.                             <PH2636>
           IF WSAA-CONTFLAG             = 'Y'                           <PH2654>
              PERFORM 3580-RAISE-INVESTIGATION                          <PH2654>
           END-IF.                                                      <PH2654>
           PERFORM 3600-WRITE-PTRN.
           PERFORM 3700-PROPAGATE-DEATH.                                <PH2665>
      *
       3090-EXIT.
            EXIT.
      *
       3490-EXIT.
           EXIT.
      /                                                                 <PH2654>
       3450-CHECK-CONTESTABLE SECTION.                                  <PH2654>
      ********************************                                  <PH2654>
       3451-START.                                                      <PH2654>
      *                                                                 <PH2654>
      *  Policy duration in whole months to the date of death, from     <PH2654>
      *  issue and from the last reinstatement.  Either inside the      <PH2654>
      *  TV129 contestable period for the product (or '***') makes      <PH2654>
      *  the claim contestable.  No TV129 item, no gate.                <PH2654>
      *                                                                 <PH2654>
           MOVE 'N'                    TO WSAA-CONTFLAG.                <PH2654>
           MOVE ZERO                   TO WSAA-DURISS                   <PH2654>
                                          WSAA-DURRST                   <PH2654>
                                          WSAA-RST-DATE.                <PH2654>
      *                                                                 <PH2654>
           MOVE CHDRLIF-CNTTYPE        TO WSAA-TV129-KEY.               <PH2654>
           PERFORM 3460-READ-TV129.                                     <PH2654>
      *                                                                 <PH2654>
           IF ITEM-STATUZ               = MRNF                          <PH2654>
              MOVE '***'               TO WSAA-TV129-KEY                <PH2654>
              PERFORM 3460-READ-TV129                                   <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
           IF ITEM-STATUZ               = MRNF                          <PH2654>
              GO TO 3459-EXIT                                           <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
           MOVE ITEM-GENAREA           TO TV129-TV129-REC.              <PH2654>
      *                                                                 <PH2654>
           MOVE '12'                   TO DTC3-FREQUENCY.               <PH2654>
           MOVE CHDRLIF-OCCDATE (1:8)  TO DTC3-INT-DATE-1.              <PH2654>
           MOVE S5360-CLAIMDATE        TO DTC3-INT-DATE-2.              <PH2654>
           PERFORM 3470-CALL-DATCON3.                                   <PH2654>
           MOVE DTC3-FREQ-FACTOR       TO WSAA-DURISS.                  <PH2654>
      *                                                                 <PH2654>
           IF WSAA-DURISS               < TV129-CONTMTHS                <PH2654>
              MOVE 'Y'                 TO WSAA-CONTFLAG                 <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
           IF TV129-RSTTRCDE            = SPACES                        <PH2654>
              GO TO 3459-EXIT                                           <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
           MOVE 'N'                    TO WSAA-PTRN-EOF.                <PH2654>
           INITIALIZE                  PTRNENQ-PARAMS.                  <PH2654>
           MOVE WSSP-COMPANY           TO PTRNENQ-CHDRCOY.              <PH2654>
           MOVE S5360-CHDRNUM          TO PTRNENQ-CHDRNUM.              <PH2654>
           MOVE ZERO                   TO PTRNENQ-TRANNO.               <PH2654>
           MOVE PTRNENQREC             TO PTRNENQ-FORMAT.               <PH2654>
           MOVE BEGN                   TO PTRNENQ-FUNCTION.             <PH2654>
      *                                                                 <PH2654>
           PERFORM 3480-FIND-REINSTATEMENT                              <PH2654>
               UNTIL WSAA-PTRN-EOF      = 'Y'.                          <PH2654>
      *                                                                 <PH2654>
           IF WSAA-RST-DATE             = ZERO                          <PH2654>
              GO TO 3459-EXIT                                           <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
           MOVE '12'                   TO DTC3-FREQUENCY.               <PH2654>
           MOVE WSAA-RST-DATE          TO DTC3-INT-DATE-1.              <PH2654>
           MOVE S5360-CLAIMDATE        TO DTC3-INT-DATE-2.              <PH2654>
           PERFORM 3470-CALL-DATCON3.                                   <PH2654>
           MOVE DTC3-FREQ-FACTOR       TO WSAA-DURRST.                  <PH2654>
      *                                                                 <PH2654>
           IF WSAA-DURRST               < TV129-CONTMTHS                <PH2654>
              MOVE 'Y'                 TO WSAA-CONTFLAG                 <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
       3459-EXIT.                                                       <PH2654>
           EXIT.                                                        <PH2654>
      /                                                                 <PH2654>
       3460-READ-TV129 SECTION.                                         <PH2654>
      *************************                                         <PH2654>
       3461-START.                                                      <PH2654>
      *                                                                 <PH2654>
           INITIALIZE                  ITEM-PARAMS.                     <PH2654>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2654>
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.                 <PH2654>
           MOVE TV129                  TO ITEM-ITEMTABL.                <PH2654>
           MOVE WSAA-TV129-KEY         TO ITEM-ITEMITEM.                <PH2654>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2654>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2654>
      *                                                                 <PH2654>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2654>
      *                                                                 <PH2654>
           IF ITEM-STATUZ           NOT = O-K AND MRNF                  <PH2654>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <PH2654>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <PH2654>
              PERFORM 600-FATAL-ERROR                                   <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
       3469-EXIT.                                                       <PH2654>
           EXIT.                                                        <PH2654>
      /                                                                 <PH2654>
       3470-CALL-DATCON3 SECTION.                                       <PH2654>
      ***************************                                       <PH2654>
       3471-START.                                                      <PH2654>
      *                                                                 <PH2654>
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.             <PH2654>
      *                                                                 <PH2654>
           IF DTC3-STATUZ           NOT = O-K                           <PH2654>
              MOVE DTC3-STATUZ         TO SYSR-STATUZ                   <PH2654>
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS                   <PH2654>
              PERFORM 600-FATAL-ERROR                                   <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
       3479-EXIT.                                                       <PH2654>
           EXIT.                                                        <PH2654>
      /                                                                 <PH2654>
       3480-FIND-REINSTATEMENT SECTION.                                 <PH2654>
      *********************************                                 <PH2654>
       3481-START.                                                      <PH2654>
      *                                                                 <PH2654>
           CALL 'PTRNENQIO'         USING PTRNENQ-PARAMS.               <PH2654>
      *                                                                 <PH2654>
           IF PTRNENQ-STATUZ        NOT = O-K AND ENDP                  <PH2654>
              MOVE PTRNENQ-STATUZ      TO SYSR-STATUZ                   <PH2654>
              MOVE PTRNENQ-PARAMS      TO SYSR-PARAMS                   <PH2654>
              PERFORM 600-FATAL-ERROR                                   <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
           IF PTRNENQ-STATUZ            = ENDP                          <PH2654>
           OR PTRNENQ-CHDRCOY (1:1) NOT = WSSP-COMPANY                  <PH2654>
           OR PTRNENQ-CHDRNUM (1:8) NOT = S5360-CHDRNUM                 <PH2654>
              MOVE 'Y'                 TO WSAA-PTRN-EOF                 <PH2654>
              GO TO 3489-EXIT                                           <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
           IF  PTRNENQ-BATCTRCDE (1:4)  = TV129-RSTTRCDE                <PH2654>
           AND PTRNENQ-PTRNEFF          > WSAA-RST-DATE                 <PH2654>
               MOVE PTRNENQ-PTRNEFF    TO WSAA-RST-DATE                 <PH2654>
           END-IF.                                                      <PH2654>
      *                                                                 <PH2654>
           MOVE NEXTR                  TO PTRNENQ-FUNCTION.             <PH2654>
      *                                                                 <PH2654>
       3489-EXIT.                                                       <PH2654>
           EXIT.                                                        <PH2654>
      /
       3500-WRITE-CLAIM SECTION.
      **************************
           MOVE WSAA-TODAY             TO ZCLM-NOTIFDATE.
           MOVE S5360-RESVAMT          TO ZCLM-RESVAMT.
           MOVE S5360-CAUSECD          TO ZCLM-CAUSECD.                 <PH2636>
           MOVE WSAA-CONTFLAG          TO ZCLM-CONTFLAG.                <PH2654>
           MOVE WSAA-DURISS            TO ZCLM-DURISS.                  <PH2654>
           MOVE WSAA-DURRST            TO ZCLM-DURRST.                  <PH2654>
           IF WSAA-CONTFLAG             = 'Y'                           <PH2654>
              MOVE TV129-INVREQCD      TO ZCLM-INVREQCD                 <PH2654>
           END-IF.                                                      <PH2654>
           MOVE 'RG'                   TO ZCLM-CLAMSTAT.
           MOVE WSSP-BRANCH            TO ZCLM-BRANCH.
           MOVE CHDRLIF-TRANNO         TO ZCLM-TRANNO.
      *                                                                 <PH2636>
       3579-EXIT.                                                       <PH2636>
           EXIT.                                                        <PH2636>
      /                                                                 <PH2654>
       3580-RAISE-INVESTIGATION SECTION.                                <PH2654>
      **********************************                                <PH2654>
       3581-START.                                                      <PH2654>
      *                                                                 <PH2654>
      *  Always mandatory, whatever the cause of death.                 <PH2654>
      *                                                                 <PH2654>
           ADD 1                       TO WSAA-REQSEQ.                  <PH2654>
           MOVE TV129-INVREQCD         TO ZCRQ-REQCODE.                 <PH2654>
           MOVE 'Y'                    TO ZCRQ-MANDFLAG.                <PH2654>
           PERFORM 3570-WRITE-ZCRQ.                                     <PH2654>
      *                                                                 <PH2654>
       3589-EXIT.                                                       <PH2654>
           EXIT.                                                        <PH2654>
      /
       3600-WRITE-PTRN SECTION.
      *************************
      *
       3690-EXIT.
           EXIT.
      /                                                                 <PH2665>
       3700-PROPAGATE-DEATH SECTION.                                    <PH2665>
      ******************************                                    <PH2665>
       3710-START.                                                      <PH2665>
      *                                                                 <PH2665>
           PERFORM 3720-MARK-DECEASED.                                  <PH2665>
      *                                                                 <PH2665>
      *  Every role the client holds, by client.                        <PH2665>
      *                                                                 <PH2665>
           MOVE 'N'                    TO WSAA-CLRR-EOF.                <PH2665>
      *                                                                 <PH2665>
           MOVE SPACES                 TO CLRR-PARAMS.                  <PH2665>
           MOVE 'CN'                   TO CLRR-CLNTPFX.                 <PH2665>
           MOVE '9'                    TO CLRR-CLNTCOY.                 <PH2665>
           MOVE LIFE-NUM               TO CLRR-CLNTNUM.                 <PH2665>
           MOVE CLRRREC                TO CLRR-FORMAT.                  <PH2665>
           MOVE BEGN                   TO CLRR-FUNCTION.                <PH2665>
      *                                                                 <PH2665>
           PERFORM 3750-PROCESS-CLRR                                    <PH2665>
               UNTIL WSAA-CLRR-EOF      = 'Y'.                          <PH2665>
      *                                                                 <PH2665>
      *  The client's mandates, DD and card alike.                      <PH2665>
      *                                                                 <PH2665>
           MOVE 'N'                    TO WSAA-MAND-EOF.                <PH2665>
      *                                                                 <PH2665>
           INITIALIZE                  MAND-PARAMS.                     <PH2665>
           MOVE WSSP-COMPANY           TO MAND-PAYRCOY.                 <PH2665>
           MOVE LIFE-NUM               TO MAND-PAYRNUM.                 <PH2665>
           MOVE MANDREC                TO MAND-FORMAT.                  <PH2665>
           MOVE BEGNH                  TO MAND-FUNCTION.                <PH2665>
      *                                                                 <PH2665>
           PERFORM 3780-SUSPEND-MAND                                    <PH2665>
               UNTIL WSAA-MAND-EOF      = 'Y'.                          <PH2665>
      *                                                                 <PH2665>
       3790-EXIT.                                                       <PH2665>
           EXIT.                                                        <PH2665>
      /                                                                 <PH2665>
       3720-MARK-DECEASED SECTION.                                      <PH2665>
      ****************************                                      <PH2665>
       3721-START.                                                      <PH2665>
      *                                                                 <PH2665>
           INITIALIZE                  CLTS-PARAMS.                     <PH2665>
           MOVE 'CN'                   TO CLTS-CLNTPFX.                 <PH2665>
           MOVE '9'                    TO CLTS-CLNTCOY.                 <PH2665>
           MOVE LIFE-NUM               TO CLTS-CLNTNUM.                 <PH2665>
           MOVE CLTSREC                TO CLTS-FORMAT.                  <PH2665>
           MOVE READH                  TO CLTS-FUNCTION.                <PH2665>
      *                                                                 <PH2665>
           CALL 'CLTSIO'            USING CLTS-PARAMS.                  <PH2665>
      *                                                                 <PH2665>
           IF CLTS-STATUZ           NOT = O-K AND MRNF                  <PH2665>
              MOVE CLTS-STATUZ         TO SYSR-STATUZ                   <PH2665>
              MOVE CLTS-PARAMS         TO SYSR-PARAMS                   <PH2665>
              PERFORM 600-FATAL-ERROR                                   <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           IF CLTS-STATUZ               = MRNF                          <PH2665>
              GO TO 3729-EXIT                                           <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           MOVE 'DC'                   TO CLTS-CLTSTAT.                 <PH2665>
           MOVE S5360-CLAIMDATE        TO CLTS-CLTDOD.                  <PH2665>
           MOVE CLTSREC                TO CLTS-FORMAT.                  <PH2665>
           MOVE REWRT                  TO CLTS-FUNCTION.                <PH2665>
      *                                                                 <PH2665>
           CALL 'CLTSIO'            USING CLTS-PARAMS.                  <PH2665>
      *                                                                 <PH2665>
           IF CLTS-STATUZ           NOT = O-K                           <PH2665>
              MOVE CLTS-STATUZ         TO SYSR-STATUZ                   <PH2665>
              MOVE CLTS-PARAMS         TO SYSR-PARAMS                   <PH2665>
              PERFORM 600-FATAL-ERROR                                   <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
       3729-EXIT.                                                       <PH2665>
           EXIT.                                                        <PH2665>
      /                                                                 <PH2665>
       3750-PROCESS-CLRR SECTION.                                       <PH2665>
      ***************************                                       <PH2665>
       3751-START.                                                      <PH2665>
      *                                                                 <PH2665>
           CALL 'CLRRIO'            USING CLRR-PARAMS.                  <PH2665>
      *                                                                 <PH2665>
           IF CLRR-STATUZ           NOT = O-K AND ENDP                  <PH2665>
              MOVE CLRR-STATUZ         TO SYSR-STATUZ                   <PH2665>
              MOVE CLRR-PARAMS         TO SYSR-PARAMS                   <PH2665>
              PERFORM 600-FATAL-ERROR                                   <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           IF CLRR-STATUZ               = ENDP                          <PH2665>
           OR CLRR-CLNTPFX          NOT = 'CN'                          <PH2665>
           OR CLRR-CLNTCOY          NOT = '9'                           <PH2665>
           OR CLRR-CLNTNUM          NOT = LIFE-NUM                      <PH2665>
              MOVE 'Y'                 TO WSAA-CLRR-EOF                 <PH2665>
              GO TO 3759-EXIT                                           <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           MOVE NEXTR                  TO CLRR-FUNCTION.                <PH2665>
      *                                                                 <PH2665>
      *  Contract roles only; the claimed life on this contract is      <PH2665>
      *  the claim itself.                                              <PH2665>
      *                                                                 <PH2665>
           IF CLRR-FOREPFX          NOT = 'CH'                          <PH2665>
           OR CLRR-FORECOY          NOT = WSSP-COMPANY                  <PH2665>
              GO TO 3759-EXIT                                           <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           IF  CLRR-CLRRROLE            = 'LF'                          <PH2665>
           AND CLRR-FORENUM (1:8)       = S5360-CHDRNUM                 <PH2665>
               GO TO 3759-EXIT                                          <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           EVALUATE CLRR-CLRRROLE (1:2)                                 <PH2665>
               WHEN 'OW'                                                <PH2665>
                 MOVE 'NO'             TO WSAA-WRKACT                   <PH2665>
               WHEN 'PY'                                                <PH2665>
                 MOVE 'NP'             TO WSAA-WRKACT                   <PH2665>
               WHEN 'BN'                                                <PH2665>
                 MOVE 'BR'             TO WSAA-WRKACT                   <PH2665>
               WHEN 'AS'                                                <PH2665>
                 MOVE 'AS'             TO WSAA-WRKACT                   <PH2665>
               WHEN 'LF'                                                <PH2665>
                 MOVE 'CL'             TO WSAA-WRKACT                   <PH2665>
               WHEN OTHER                                               <PH2665>
                 MOVE 'RV'             TO WSAA-WRKACT                   <PH2665>
           END-EVALUATE.                                                <PH2665>
      *                                                                 <PH2665>
           PERFORM 3770-WRITE-ZDCW.                                     <PH2665>
      *                                                                 <PH2665>
       3759-EXIT.                                                       <PH2665>
           EXIT.                                                        <PH2665>
      /                                                                 <PH2665>
       3770-WRITE-ZDCW SECTION.                                         <PH2665>
      *************************                                         <PH2665>
       3771-START.                                                      <PH2665>
      *                                                                 <PH2665>
      *  One entry per contract and role; a role already on the         <PH2665>
      *  worklist is left as it stands.                                 <PH2665>
      *                                                                 <PH2665>
           INITIALIZE                  ZDCW-PARAMS.                     <PH2665>
           MOVE WSSP-COMPANY           TO ZDCW-CHDRCOY.                 <PH2665>
           MOVE CLRR-FORENUM (1:8)     TO ZDCW-CHDRNUM.                 <PH2665>
           MOVE LIFE-NUM               TO ZDCW-CLNTNUM.                 <PH2665>
           MOVE CLRR-CLRRROLE (1:2)    TO ZDCW-CLRRROLE.                <PH2665>
           MOVE ZDCWREC                TO ZDCW-FORMAT.                  <PH2665>
           MOVE READR                  TO ZDCW-FUNCTION.                <PH2665>
      *                                                                 <PH2665>
           CALL 'ZDCWIO'            USING ZDCW-PARAMS.                  <PH2665>
      *                                                                 <PH2665>
           IF ZDCW-STATUZ           NOT = O-K AND MRNF                  <PH2665>
              MOVE ZDCW-STATUZ         TO SYSR-STATUZ                   <PH2665>
              MOVE ZDCW-PARAMS         TO SYSR-PARAMS                   <PH2665>
              PERFORM 600-FATAL-ERROR                                   <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           IF ZDCW-STATUZ               = O-K                           <PH2665>
              GO TO 3779-EXIT                                           <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           MOVE WSAA-WRKACT            TO ZDCW-WRKACT.                  <PH2665>
           MOVE 'O'                    TO ZDCW-WRKSTAT.                 <PH2665>
           MOVE S5360-CHDRNUM          TO ZDCW-CLMCHDR.                 <PH2665>
           MOVE S5360-CLAMNUM          TO ZDCW-CLAMNUM.                 <PH2665>
           MOVE S5360-CLAIMDATE        TO ZDCW-DTHDATE.                 <PH2665>
           MOVE WSAA-TODAY             TO ZDCW-CRTDATE.                 <PH2665>
           MOVE WSSP-USERID            TO ZDCW-USERID.                  <PH2665>
           MOVE ZDCWREC                TO ZDCW-FORMAT.                  <PH2665>
           MOVE WRITR                  TO ZDCW-FUNCTION.                <PH2665>
      *                                                                 <PH2665>
           CALL 'ZDCWIO'            USING ZDCW-PARAMS.                  <PH2665>
      *                                                                 <PH2665>
           IF ZDCW-STATUZ           NOT = O-K                           <PH2665>
              MOVE ZDCW-STATUZ         TO SYSR-STATUZ                   <PH2665>
              MOVE ZDCW-PARAMS         TO SYSR-PARAMS                   <PH2665>
              PERFORM 600-FATAL-ERROR                                   <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
       3779-EXIT.                                                       <PH2665>
           EXIT.                                                        <PH2665>
      /                                                                 <PH2665>
       3780-SUSPEND-MAND SECTION.                                       <PH2665>
      ***************************                                       <PH2665>
       3781-START.                                                      <PH2665>
      *                                                                 <PH2665>
           CALL 'MANDIO'            USING MAND-PARAMS.                  <PH2665>
      *                                                                 <PH2665>
           IF MAND-STATUZ           NOT = O-K AND ENDP                  <PH2665>
              MOVE MAND-STATUZ         TO SYSR-STATUZ                   <PH2665>
              MOVE MAND-PARAMS         TO SYSR-PARAMS                   <PH2665>
              PERFORM 600-FATAL-ERROR                                   <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           IF MAND-STATUZ               = ENDP                          <PH2665>
           OR MAND-PAYRCOY          NOT = WSSP-COMPANY                  <PH2665>
           OR MAND-PAYRNUM          NOT = LIFE-NUM                      <PH2665>
              MOVE 'Y'                 TO WSAA-MAND-EOF                 <PH2665>
              GO TO 3789-EXIT                                           <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
      *  Active and pending mandates are suspended; those already       <PH2665>
      *  suspended or cancelled are left alone.                         <PH2665>
      *                                                                 <PH2665>
           IF MAND-MANDSTAT (1:1)       = 'A' OR 'P'                    <PH2665>
              MOVE 'S'                 TO MAND-MANDSTAT                 <PH2665>
              MOVE MANDREC             TO MAND-FORMAT                   <PH2665>
              MOVE REWRT               TO MAND-FUNCTION                 <PH2665>
      *                                                                 <PH2665>
               CALL 'MANDIO'        USING MAND-PARAMS                   <PH2665>
      *                                                                 <PH2665>
               IF MAND-STATUZ       NOT = O-K                           <PH2665>
                 MOVE MAND-STATUZ      TO SYSR-STATUZ                   <PH2665>
                 MOVE MAND-PARAMS      TO SYSR-PARAMS                   <PH2665>
                  PERFORM 600-FATAL-ERROR                               <PH2665>
               END-IF                                                   <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           MOVE NEXTR                  TO MAND-FUNCTION.                <PH2665>
      *                                                                 <PH2665>
       3789-EXIT.                                                       <PH2665>
           EXIT.                                                        <PH2665>
      /
      *****************************************************************
      *     Decide which Transaction Program is Next
