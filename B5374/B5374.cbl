      *     P6378 pre-validation and the P5074AT issue flow take
      *     over;
      *
      *   - the product must be available to the application's          <PH2667>
      *     channel on the date it was signed, through ZPAVCHK          <PH2667>
      *     against TV140 - the same check P6378 applies - and          <PH2667>
      *     the signature date goes on the proposal details (HPAD)      <PH2667>
      *     for P6378 to recheck at pre-issue;                          <PH2667>
      *                                                                 <PH2667>
      *   - an application introduced by a partner bank names the       <PH2671>
      *     partner, which must be on the partner master TV142;         <PH2671>
      *     the partner's channel (TV142 source of business) is         <PH2671>
      *     the proposal's channel, and the partner, bank branch        <PH2671>
      *     and referrer are kept on the contract-partner register      <PH2671>
      *     ZBCP for the monthly fee settlement B5438;                  <PH2671>
      *                                                                 <PH2671>
      *   - one accept ('A') or reject ('R', with the reason) row
      *     per application is written to the ZEARPF response file
      *     returned to the channel.
      *           through the common ZFTC register (ZFTCREG) so a           *
      *           duplicate or unregistered file can never load             *
      *                                                                     *
      * 15/10/26  01/01   PH2667       Phi Tran - IT DEV                    *
      *           Product availability: an application for a product not on *
      *           sale to its channel on the signature date (TV140 through  *
      *           ZPAVCHK) is rejected; the channel and signature date are  *
      *           kept on the proposal (CHDRLNB source of business, HPAD).  *
      *                                                                     *
      * 15/10/26  01/01   PH2671       Phi Tran - IT DEV                    *
      *           Bancassurance: an application may name the partner bank   *
      *           that introduced it (TV142 partner master); the partner's  *
      *           channel becomes the proposal's channel and the partner,   *
      *           bank branch and referrer are registered on ZBCP for       *
      *           B5438.                                                    *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSAA-REJ-REASON             PIC X(30) VALUE SPACES.
       01  WSAA-CLNTNUM                PIC X(08) VALUE SPACES.
       01  WSAA-CHDRNUM                PIC X(08) VALUE SPACES.
       01  WSAA-SRCEBUS                PIC X(02) VALUE SPACES.          <PH2671>
       01  WSAA-ACCEPT-CNT             PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-REJECT-CNT             PIC 9(07) COMP-3 VALUE 0.
      *
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  LIFELNBREC              PIC X(10) VALUE 'LIFELNBREC'.
           03  COVTREC                 PIC X(10) VALUE 'COVTREC'.
           03  HPADREC                 PIC X(10) VALUE 'HPADREC'.       <PH2667>
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.       <PH2671>
           03  ZBCPREC                 PIC X(10) VALUE 'ZBCPREC'.       <PH2671>
      *                                                                 <PH2671>
       01  TABLES.                                                      <PH2671>
           03  TV142                   PIC X(06) VALUE 'TV142'.         <PH2671>
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           COPY ALOCNOREC.
           COPY ZRIDCHKREC.
           COPY ZSANCHKREC.
           COPY ZPAVCHKREC.                                             <PH2667>
           COPY HPADSKM.                                                <PH2667>
           COPY ITEMSKM.                                                <PH2671>
           COPY TV142REC.                                               <PH2671>
           COPY ZBCPSKM.                                                <PH2671>
      /
      *
       LINKAGE SECTION.
                                       TO WSAA-REJ-REASON
              GO TO 2590-EXIT
           END-IF.
      *                                                                 <PH2671>
      *  A partner bank's application takes the partner's channel.      <PH2671>
      *                                                                 <PH2671>
           MOVE SRCEBUS  OF ZEAPPF     TO WSAA-SRCEBUS.                 <PH2671>
      *                                                                 <PH2671>
           IF PARTNER OF ZEAPPF     NOT = SPACES                        <PH2671>
              PERFORM 2600-READ-PARTNER                                 <PH2671>
              IF ITEM-STATUZ            = MRNF                          <PH2671>
                 MOVE 'UNKNOWN BANK PARTNER'                            <PH2671>
                                       TO WSAA-REJ-REASON               <PH2671>
                 GO TO 2590-EXIT                                        <PH2671>
              END-IF                                                    <PH2671>
              IF TV142-SRCEBUS      NOT = SPACES                        <PH2671>
                 MOVE TV142-SRCEBUS    TO WSAA-SRCEBUS                  <PH2671>
              END-IF                                                    <PH2671>
           END-IF.                                                      <PH2671>
      *                                                                 <PH2667>
      *  The product must be on sale to the channel on the date the     <PH2667>
      *  application was signed; one signed before closure is still     <PH2667>
      *  taken within the TV140 grace window.                           <PH2667>
      *                                                                 <PH2667>
           INITIALIZE                  ZPAV-ZPAVCHK-REC.                <PH2667>
           MOVE 'APPL'                 TO ZPAV-FUNCTION.                <PH2667>
           MOVE BSPR-COMPANY           TO ZPAV-COMPANY.                 <PH2667>
           MOVE CNTTYPE  OF ZEAPPF     TO ZPAV-CNTTYPE.                 <PH2667>
      **** MOVE SRCEBUS  OF ZEAPPF     TO ZPAV-SRCEBUS.                 <PH2671>
           MOVE WSAA-SRCEBUS           TO ZPAV-SRCEBUS.                 <PH2671>
           MOVE PROPDTE  OF ZEAPPF     TO ZPAV-SIGNDATE.                <PH2667>
           MOVE BSSC-EFFECTIVE-DATE    TO ZPAV-RCVDATE                  <PH2667>
                                          ZPAV-EFFDATE.                 <PH2667>
      *                                                                 <PH2667>
           CALL 'ZPAVCHK'           USING ZPAV-ZPAVCHK-REC.             <PH2667>
      *                                                                 <PH2667>
           IF ZPAV-STATUZ           NOT = O-K                           <PH2667>
              MOVE ZPAV-STATUZ         TO SYSR-STATUZ                   <PH2667>
              MOVE ZPAV-ZPAVCHK-REC    TO SYSR-PARAMS                   <PH2667>
              PERFORM 600-FATAL-ERROR                                   <PH2667>
           END-IF.                                                      <PH2667>
      *                                                                 <PH2667>
           IF ZPAV-ALLOW            NOT = 'Y'                           <PH2667>
              IF ZPAV-REASON            = 'NSAL'                        <PH2667>
                 MOVE 'PRODUCT NOT YET ON SALE'                         <PH2667>
                                       TO WSAA-REJ-REASON               <PH2667>
              ELSE                                                      <PH2667>
                 MOVE 'PRODUCT CLOSED TO NEW BUSINESS'                  <PH2667>
                                       TO WSAA-REJ-REASON               <PH2667>
              END-IF                                                    <PH2667>
              GO TO 2590-EXIT                                           <PH2667>
           END-IF.                                                      <PH2667>
      *
      *  The identity number check P2465 applies online.
      *
       2590-EXIT.
           EXIT.
      /
       2600-READ-PARTNER SECTION.                                       <PH2671>
      ***************************                                       <PH2671>
      *                                                                 <PH2671>
       2610-START.                                                      <PH2671>
      *                                                                 <PH2671>
           INITIALIZE                  ITEM-PARAMS.                     <PH2671>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2671>
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.                 <PH2671>
           MOVE TV142                  TO ITEM-ITEMTABL.                <PH2671>
           MOVE PARTNER OF ZEAPPF      TO ITEM-ITEMITEM.                <PH2671>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2671>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2671>
      *                                                                 <PH2671>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2671>
      *                                                                 <PH2671>
           IF  ITEM-STATUZ          NOT = O-K                           <PH2671>
           AND ITEM-STATUZ          NOT = MRNF                          <PH2671>
               MOVE ITEM-STATUZ        TO SYSR-STATUZ                   <PH2671>
               MOVE ITEM-PARAMS        TO SYSR-PARAMS                   <PH2671>
               PERFORM 600-FATAL-ERROR                                  <PH2671>
           END-IF.                                                      <PH2671>
      *                                                                 <PH2671>
           IF ITEM-STATUZ               = O-K                           <PH2671>
              MOVE ITEM-GENAREA        TO TV142-TV142-REC               <PH2671>
           END-IF.                                                      <PH2671>
      *                                                                 <PH2671>
       2690-EXIT.                                                       <PH2671>
           EXIT.                                                        <PH2671>
      /                                                                 <PH2671>
       3000-UPDATE SECTION.
      *********************
      *
      *
           PERFORM 3100-CREATE-CLIENT.
           PERFORM 3200-CREATE-PROPOSAL.
           PERFORM 3250-CREATE-PROPOSAL-DETAILS.                        <PH2667>
           IF PARTNER OF ZEAPPF     NOT = SPACES                        <PH2671>
              PERFORM 3270-REGISTER-PARTNER                             <PH2671>
           END-IF.                                                      <PH2671>
           PERFORM 3300-CREATE-LIFE.
           PERFORM 3400-CREATE-COMPONENT.
           PERFORM 3600-WRITE-ACCEPT.
           MOVE AGNTNUM  OF ZEAPPF     TO CHDRLNB-AGNTNUM.
           MOVE BILLFREQ OF ZEAPPF     TO CHDRLNB-BILLFREQ.
           MOVE BILLCHNL OF ZEAPPF     TO CHDRLNB-BILLCHNL.
      **** MOVE SRCEBUS  OF ZEAPPF     TO CHDRLNB-SRCEBUS.              <PH2671>
           MOVE WSAA-SRCEBUS           TO CHDRLNB-SRCEBUS.              <PH2671>
           MOVE BSSC-EFFECTIVE-DATE    TO CHDRLNB-OCCDATE.
           MOVE INSTPREM OF ZEAPPF     TO CHDRLNB-SINSTAMT06.
           MOVE 1                      TO CHDRLNB-TRANNO.
      *
       3290-EXIT.
           EXIT.
      /                                                                 <PH2667>
       3250-CREATE-PROPOSAL-DETAILS SECTION.                            <PH2667>
      **************************************                            <PH2667>
      *                                                                 <PH2667>
       3251-START.                                                      <PH2667>
      *                                                                 <PH2667>
      *  The proposal details online capture keeps: the date the        <PH2667>
      *  application was signed and the date it was received.           <PH2667>
      *                                                                 <PH2667>
           INITIALIZE                  HPAD-PARAMS.                     <PH2667>
           MOVE BSPR-COMPANY           TO HPAD-CHDRCOY.                 <PH2667>
           MOVE WSAA-CHDRNUM           TO HPAD-CHDRNUM.                 <PH2667>
           MOVE '1'                    TO HPAD-VALIDFLAG.               <PH2667>
           MOVE PROPDTE  OF ZEAPPF     TO HPAD-HPROPDTE.                <PH2667>
           MOVE BSSC-EFFECTIVE-DATE    TO HPAD-HPRRCVDT.                <PH2667>
           MOVE VRCM-MAX-DATE          TO HPAD-HUWDCDTE.                <PH2667>
           MOVE HPADREC                TO HPAD-FORMAT.                  <PH2667>
           MOVE WRITR                  TO HPAD-FUNCTION.                <PH2667>
      *                                                                 <PH2667>
           CALL 'HPADIO'            USING HPAD-PARAMS.                  <PH2667>
      *                                                                 <PH2667>
           IF HPAD-STATUZ           NOT = O-K                           <PH2667>
              MOVE HPAD-STATUZ         TO SYSR-STATUZ                   <PH2667>
              MOVE HPAD-PARAMS         TO SYSR-PARAMS                   <PH2667>
              PERFORM 600-FATAL-ERROR                                   <PH2667>
           END-IF.                                                      <PH2667>
      *                                                                 <PH2667>
       3259-EXIT.                                                       <PH2667>
           EXIT.                                                        <PH2667>
      /                                                                 <PH2671>
       3270-REGISTER-PARTNER SECTION.                                   <PH2671>
      *******************************                                   <PH2671>
      *                                                                 <PH2671>
       3271-START.                                                      <PH2671>
      *                                                                 <PH2671>
           INITIALIZE                  ZBCP-PARAMS.                     <PH2671>
           MOVE BSPR-COMPANY           TO ZBCP-CHDRCOY.                 <PH2671>
           MOVE WSAA-CHDRNUM           TO ZBCP-CHDRNUM.                 <PH2671>
           MOVE PARTNER   OF ZEAPPF    TO ZBCP-PARTNER.                 <PH2671>
           MOVE BNKBRANCH OF ZEAPPF    TO ZBCP-BNKBRANCH.               <PH2671>
           MOVE REFERRER  OF ZEAPPF    TO ZBCP-REFERRER.                <PH2671>
           MOVE BSSC-EFFECTIVE-DATE    TO ZBCP-CRTDATE.                 <PH2671>
           MOVE WSAA-PROG              TO ZBCP-USERID.                  <PH2671>
           MOVE ZBCPREC                TO ZBCP-FORMAT.                  <PH2671>
           MOVE WRITR                  TO ZBCP-FUNCTION.                <PH2671>
      *                                                                 <PH2671>
           CALL 'ZBCPIO'            USING ZBCP-PARAMS.                  <PH2671>
      *                                                                 <PH2671>
           IF ZBCP-STATUZ           NOT = O-K                           <PH2671>
              MOVE ZBCP-STATUZ         TO SYSR-STATUZ                   <PH2671>
              MOVE ZBCP-PARAMS         TO SYSR-PARAMS                   <PH2671>
              PERFORM 600-FATAL-ERROR                                   <PH2671>
           END-IF.                                                      <PH2671>
      *                                                                 <PH2671>
       3279-EXIT.                                                       <PH2671>
           EXIT.                                                        <PH2671>
      /
       3300-CREATE-LIFE SECTION.
      **************************
