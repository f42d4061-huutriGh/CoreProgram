      * 18/11/20  01/01   NB031        Mai Yen Phi - IT                     *
      *           Set MRDT flag for AGENT                                   *
      *                                                                     *
      * 15/10/26  01/01   PH2697       Phi Tran - IT DEV                    *
      *           Agent creation only for a recruitment candidate who has   *
      *           passed every gate on the ZCAN register (P5410); mark the  *
      *           candidate appointed and seed the licence on ZALC (P5372). *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
           03  A024                    PIC X(04) VALUE 'A024'.          <DA028>
      *                                                                 <AG002>
           03  F739                    PIC X(04) VALUE 'F739'.          <AG002>
           03  EV46                    PIC X(04) VALUE 'EV46'.          <PH2697>
      *
       01  TABLES.
           03  TT566                   PIC X(05) VALUE 'TT566'.         <A001>
           03  AGMRREC                 PIC X(10) VALUE 'AGMRREC'.       <NB031>
           03  AGTRHREC                PIC X(10) VALUE 'AGTRHREC'.      <PHE101>
           03  AGBRTDAREC              PIC X(10) VALUE 'AGBRTDAREC'.    <PHE102>
           03  ZCANREC                 PIC X(10) VALUE 'ZCANREC'.       <PH2697>
           03  ZALCREC                 PIC X(10) VALUE 'ZALCREC'.       <PH2697>
      *****                                                             <PHFX01>
      *    Stored screen fields for checking changes
      *****
      /                                                                 <PHE102>
           COPY AGBRTDASKM.                                             <PHE102>
           COPY AGBRTDAKEY.                                             <PHE102>
      /                                                                 <PH2697>
           COPY ZCANSKM.                                                <PH2697>
           COPY ZALCSKM.                                                <PH2697>
      /                                                                 <AG002>
      *****************************************************************
      *  Subroutines
               END-IF                                                   <PHFX01>
           END-IF.                                                      <PHFX01>
                                                                        <PHFX01>
      *                                                                 <PH2697>
      * A new agent must be a recruitment candidate who has passed      <PH2697>
      * every appointment gate.                                         <PH2697>
      *                                                                 <PH2697>
           IF  S5035-CLNTSEL        NOT = SPACES                        <PH2697>
           AND S5035-CLNTSEL-ERR        = SPACES                        <PH2697>
           AND WSSP-SBMACTION           = 'A'                           <PH2697>
               PERFORM A7000-CHECK-CANDIDATE                            <PH2697>
           END-IF.                                                      <PH2697>
      *                                                                 <PH2697>
           IF S5035-CLNTSEL            = SPACES
              MOVE E186                TO S5035-CLNTSEL-ERR
           ELSE
      *                                                                 <LA1174>
           IF  WSSP-SBMACTION          = 'A'                            <V75F01>
               PERFORM 3300-CALL-BLDENRL                                <V75F01>
               PERFORM A8000-APPOINT-CANDIDATE                          <PH2697>
           END-IF.                                                      <V75F01>
      *                                                                 <V75F01>
      *3250-AGMO-WRITE.                                                 <026>
       A6090-EXIT.                                                      <DA028>
           EXIT.                                                        <DA028>
      /                                                                 <DA028>
       A7000-CHECK-CANDIDATE SECTION.                                   <PH2697>
      *******************************                                   <PH2697>
       A7010-START.                                                     <PH2697>
      *                                                                 <PH2697>
           INITIALIZE                  ZCAN-PARAMS.                     <PH2697>
           MOVE WSSP-COMPANY           TO ZCAN-AGNTCOY.                 <PH2697>
           MOVE S5035-CLNTSEL          TO ZCAN-CLNTNUM.                 <PH2697>
           MOVE ZCANREC                TO ZCAN-FORMAT.                  <PH2697>
           MOVE READR                  TO ZCAN-FUNCTION.                <PH2697>
      *                                                                 <PH2697>
           CALL 'ZCANIO'            USING ZCAN-PARAMS.                  <PH2697>
      *                                                                 <PH2697>
           IF ZCAN-STATUZ           NOT = O-K AND MRNF                  <PH2697>
              MOVE ZCAN-STATUZ         TO SYSR-STATUZ                   <PH2697>
              MOVE ZCAN-PARAMS         TO SYSR-PARAMS                   <PH2697>
              PERFORM 600-FATAL-ERROR                                   <PH2697>
           END-IF.                                                      <PH2697>
      *                                                                 <PH2697>
           IF ZCAN-STATUZ               = MRNF                          <PH2697>
           OR ZCAN-CANDSTAT         NOT = 'Q'                           <PH2697>
              MOVE EV46                TO S5035-CLNTSEL-ERR             <PH2697>
           END-IF.                                                      <PH2697>
      *                                                                 <PH2697>
       A7090-EXIT.                                                      <PH2697>
           EXIT.                                                        <PH2697>
      /                                                                 <PH2697>
       A8000-APPOINT-CANDIDATE SECTION.                                 <PH2697>
      *********************************                                 <PH2697>
       A8010-START.                                                     <PH2697>
      *                                                                 <PH2697>
      * Close the candidacy with the agent number allocated and         <PH2697>
      * seed the licence passed on the licence register.                <PH2697>
      *                                                                 <PH2697>
           INITIALIZE                  ZCAN-PARAMS.                     <PH2697>
           MOVE WSSP-COMPANY           TO ZCAN-AGNTCOY.                 <PH2697>
           MOVE S5035-CLNTSEL          TO ZCAN-CLNTNUM.                 <PH2697>
           MOVE ZCANREC                TO ZCAN-FORMAT.                  <PH2697>
           MOVE READH                  TO ZCAN-FUNCTION.                <PH2697>
      *                                                                 <PH2697>
           CALL 'ZCANIO'            USING ZCAN-PARAMS.                  <PH2697>
      *                                                                 <PH2697>
           IF ZCAN-STATUZ           NOT = O-K                           <PH2697>
              MOVE ZCAN-STATUZ         TO SYSR-STATUZ                   <PH2697>
              MOVE ZCAN-PARAMS         TO SYSR-PARAMS                   <PH2697>
              PERFORM 600-FATAL-ERROR                                   <PH2697>
           END-IF.                                                      <PH2697>
      *                                                                 <PH2697>
           MOVE 'A'                    TO ZCAN-CANDSTAT.                <PH2697>
           MOVE S5035-AGNUM            TO ZCAN-AGNTNUM.                 <PH2697>
           MOVE WSAA-TODAY             TO ZCAN-APPTDATE.                <PH2697>
           MOVE ZCANREC                TO ZCAN-FORMAT.                  <PH2697>
           MOVE REWRT                  TO ZCAN-FUNCTION.                <PH2697>
      *                                                                 <PH2697>
           CALL 'ZCANIO'            USING ZCAN-PARAMS.                  <PH2697>
      *                                                                 <PH2697>
           IF ZCAN-STATUZ           NOT = O-K                           <PH2697>
              MOVE ZCAN-STATUZ         TO SYSR-STATUZ                   <PH2697>
              MOVE ZCAN-PARAMS         TO SYSR-PARAMS                   <PH2697>
              PERFORM 600-FATAL-ERROR                                   <PH2697>
           END-IF.                                                      <PH2697>
      *                                                                 <PH2697>
           IF ZCAN-LICNO                = SPACES                        <PH2697>
              GO TO A8090-EXIT                                          <PH2697>
           END-IF.                                                      <PH2697>
      *                                                                 <PH2697>
           INITIALIZE                  ZALC-PARAMS.                     <PH2697>
           MOVE WSSP-COMPANY           TO ZALC-AGNTCOY.                 <PH2697>
           MOVE S5035-AGNUM            TO ZALC-AGNTNUM.                 <PH2697>
           MOVE ZCAN-LICCLASS          TO ZALC-LICCLASS.                <PH2697>
           MOVE ZCAN-LICNO             TO ZALC-LICNO.                   <PH2697>
           MOVE ZCAN-LICISSDT          TO ZALC-ISSDATE.                 <PH2697>
           MOVE ZCAN-LICEXPDT          TO ZALC-EXPDATE.                 <PH2697>
           MOVE '1'                    TO ZALC-VALIDFLAG.               <PH2697>
           MOVE ZALCREC                TO ZALC-FORMAT.                  <PH2697>
           MOVE WRITR                  TO ZALC-FUNCTION.                <PH2697>
      *                                                                 <PH2697>
           CALL 'ZALCIO'            USING ZALC-PARAMS.                  <PH2697>
      *                                                                 <PH2697>
           IF ZALC-STATUZ           NOT = O-K                           <PH2697>
              MOVE ZALC-STATUZ         TO SYSR-STATUZ                   <PH2697>
              MOVE ZALC-PARAMS         TO SYSR-PARAMS                   <PH2697>
              PERFORM 600-FATAL-ERROR                                   <PH2697>
           END-IF.                                                      <PH2697>
      *                                                                 <PH2697>
       A8090-EXIT.                                                      <PH2697>
           EXIT.                                                        <PH2697>

