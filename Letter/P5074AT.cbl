      *           register.  Also corrected the batch-key data name         *
      *           in the dry-processing call.                               *
      *                                                                     *
      * 15/10/26  01/01   PH2661       Phi Tran - IT DEV                    *
      *           Contract converted from a term contract (ZCNV link):      *
      *           no initial commission to the agent or overriders.         *
      *                                                                     *
      * 15/10/26  01/01   PH2666       Phi Tran - IT DEV                    *
      *           Contract flagged as a replacement at pre-issue (ZRPL      *
      *           link): no initial commission where TV139 withholds it.    *
      *                                                                     *
      * 15/10/26  01/01   PH2673       Phi Tran - IT DEV                    *
      *           Own-case or related-party business (ZOCS flag from        *
      *           pre-issue): no initial commission where TV144 withholds   *
      *           it.                                                       *
      *                                                                     *
      * 15/10/26  01/01   PH2674       Phi Tran - IT DEV                    *
      *           IFRS 17: stamp the contract at issue with its portfolio,  *
      *           issue-year cohort and pricing profitability group         *
      *           (ZIFRSGRP engine, ZIFG register).                         *
      *                                                                     *
      * 15/10/26  01/01   PH2691       Phi Tran - IT DEV                    *
      *           Automatic reinsurance cession at issue: the RACT lines    *
      *           are written from the life's total sum at risk against     *
      *           the TV161 retention and automatic treaty capacity; the    *
      *           excess above capacity is ceded facultatively once the     *
      *           reinsurer's acceptance is received (P6378 referral).      *
      *                                                                     *
      **DD/MM/YY*************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WSAA-RNWCPY               PIC X(04).                         <V42004>
       01  WSAA-BASSCMTH             PIC X(04).                         <V42004>
       01  WSAA-BASSCPY              PIC X(04).                         <V42004>
       01  WSAA-CONVERSION           PIC X(01) VALUE 'N'.               <PH2661>
       01  WSAA-RPL-NOCOMM           PIC X(01) VALUE 'N'.               <PH2666>
       01  WSAA-OCS-NOCOMM           PIC X(01) VALUE 'N'.               <PH2673>
       01  WSAA-RI-LIFE              PIC X(02) VALUE SPACES.            <PH2691>
       01  WSAA-RI-LAST-KEY          PIC X(06) VALUE SPACES.            <PH2691>
       01  WSAA-RI-COMP-KEY.                                            <PH2691>
           03  WSAA-RI-COMP-LIFE     PIC X(02).                         <PH2691>
           03  WSAA-RI-COMP-COVERAGE PIC X(02).                         <PH2691>
           03  WSAA-RI-COMP-RIDER    PIC X(02).                         <PH2691>
       01  WSAA-RI-TV161-FOUND       PIC X(01) VALUE 'N'.               <PH2691>
       01  WSAA-RI-FAC-ACCEPTED      PIC X(01) VALUE 'N'.               <PH2691>
       01  WSAA-RI-EOF               PIC X(01) VALUE 'N'.               <PH2691>
       01  WSAA-RI-PLACED            PIC S9(15)V99 COMP-3 VALUE 0.      <PH2691>
       01  WSAA-RI-ROOM              PIC S9(15)V99 COMP-3 VALUE 0.      <PH2691>
       01  WSAA-RI-RETAINED          PIC S9(15)V99 COMP-3 VALUE 0.      <PH2691>
       01  WSAA-RI-EXCESS            PIC S9(15)V99 COMP-3 VALUE 0.      <PH2691>
       01  WSAA-RI-AUTO              PIC S9(15)V99 COMP-3 VALUE 0.      <PH2691>
       01  WSAA-RI-FAC               PIC S9(15)V99 COMP-3 VALUE 0.      <PH2691>
       01  WSAA-RI-AMOUNT            PIC S9(15)V99 COMP-3 VALUE 0.      <PH2691>
       01  WSAA-RI-TREATY            PIC X(04) VALUE SPACES.            <PH2691>
       01  WSAA-RI-RASNUM            PIC X(08) VALUE SPACES.            <PH2691>
       01  WSAA-RI-SEQNO             PIC S9(03) COMP-3 VALUE 0.         <PH2691>

       01  WSAA-TR695-KEY.                                              <V42004>
           03  WSAA-TR695-COVERAGE   PIC X(04).                         <V42004>
           03  TR52E                   PIC X(05) VALUE 'TR52E'.         <V74L01>
           03  TR52Q                   PIC X(05) VALUE 'TR52Q'.         <V74L03>
           03  TZ018                   PIC X(05) VALUE 'TZ018'.         <PHE001>
           03  TV139                   PIC X(05) VALUE 'TV139'.         <PH2666>
           03  TV144                   PIC X(05) VALUE 'TV144'.         <PH2673>
           03  TV161                   PIC X(05) VALUE 'TV161'.         <PH2691>
      *
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
      **** 03  ACBLREC                 PIC X(10) VALUE 'ACBLREC'.       <CAS1.0>
           03  ACBLENQREC              PIC X(10) VALUE 'ACBLENQREC'.    <CAS1.0>
      **** 03  RACTLNBREC              PIC X(10) VALUE 'RACTLNBR<R96REA><070>
           03  RACTLNBREC              PIC X(10) VALUE 'RACTLNBREC'.    <PH2691>
           03  AGPYAGTREC              PIC X(10) VALUE 'AGPYAGTREC'.    <V74L03>
           03  AGPYDOCREC              PIC X(10) VALUE 'AGPYDOCREC'.    <V74L03>
           03  INCTREC                 PIC X(10) VALUE 'INCTREC'.       <070>
      * Records.
           COPY CHDRLNBSKM.
           COPY ZURQSKM.                                                <PHFX84>
           COPY ZCNVSKM.                                                <PH2661>
           COPY ZRPLSKM.                                                <PH2666>
           COPY ZOCSSKM.                                                <PH2673>
    ****   COPY BNFYLNBSKM.                                             <V74F03>
           COPY PCDDLNBSKM.
           COPY LIFELNBSKM.
      /                                                                 <CAS1.0>
           COPY CONLINKREC.                                             <CAS1.0>
      **** COPY RACTLNBSKM.                                     <R96REA><070>
           COPY RACTLNBSKM.                                             <PH2691>
           COPY INCTSKM.                                                <070>
           COPY FPRMSKM.                                                <D9604>
           COPY FPCOSKM.                                                <D9604>
           COPY TR52DREC.                                               <V74L01>
           COPY TR52EREC.                                               <V74L01>
           COPY TR52QREC.                                               <V74L03>
           COPY TV139REC.                                               <PH2666>
           COPY TV144REC.                                               <PH2673>
           COPY ZIFRSGRPREC.                                            <PH2674>
           COPY TV161REC.                                               <PH2691>
           COPY ZJETCHKREC.                                             <PH2691>
      *
      * Subroutines.
           COPY DATCON1REC.
      *                                                                 <PHFX84>
       A9109-EXIT.                                                      <PHFX84>
           EXIT.                                                        <PHFX84>
      /                                                                 <PH2661>
       A9200-CHECK-CONVERSION SECTION.                                  <PH2661>
      ********************************                                  <PH2661>
       A9201-START.                                                     <PH2661>
      *                                                                 <PH2661>
           MOVE 'N'                    TO WSAA-CONVERSION.              <PH2661>
      *                                                                 <PH2661>
           INITIALIZE                  ZCNV-PARAMS.                     <PH2661>
           MOVE CHDRLNB-CHDRCOY        TO ZCNV-CHDRCOY.                 <PH2661>
           MOVE CHDRLNB-CHDRNUM        TO ZCNV-NEWCHDRNUM.              <PH2661>
           MOVE READR                  TO ZCNV-FUNCTION.                <PH2661>
           MOVE 'ZCNVREC'              TO ZCNV-FORMAT.                  <PH2661>
      *                                                                 <PH2661>
           CALL 'ZCNVIO'            USING ZCNV-PARAMS.                  <PH2661>
      *                                                                 <PH2661>
           IF  ZCNV-STATUZ          NOT = O-K                           <PH2661>
           AND ZCNV-STATUZ          NOT = MRNF                          <PH2661>
               MOVE ZCNV-STATUZ        TO SYSR-STATUZ                   <PH2661>
               MOVE ZCNV-PARAMS        TO SYSR-PARAMS                   <PH2661>
               PERFORM XXXX-FATAL-ERROR                                 <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
           IF ZCNV-STATUZ               = O-K                           <PH2661>
              MOVE 'Y'                 TO WSAA-CONVERSION               <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
       A9209-EXIT.                                                      <PH2661>
           EXIT.                                                        <PH2661>
      /                                                                 <PH2666>
       A9250-CHECK-REPLACEMENT SECTION.                                 <PH2666>
      *********************************                                 <PH2666>
       A9251-START.                                                     <PH2666>
      *                                                                 <PH2666>
      *  A proposal flagged at pre-issue as replacing a recent          <PH2666>
      *  contract (ZRPL) pays no initial commission where TV139 says    <PH2666>
      *  so for the product.                                            <PH2666>
      *                                                                 <PH2666>
           MOVE 'N'                    TO WSAA-RPL-NOCOMM.              <PH2666>
      *                                                                 <PH2666>
           INITIALIZE                  ZRPL-PARAMS.                     <PH2666>
           MOVE CHDRLNB-CHDRCOY        TO ZRPL-CHDRCOY.                 <PH2666>
           MOVE CHDRLNB-CHDRNUM        TO ZRPL-CHDRNUM.                 <PH2666>
           MOVE READR                  TO ZRPL-FUNCTION.                <PH2666>
           MOVE 'ZRPLREC'              TO ZRPL-FORMAT.                  <PH2666>
      *                                                                 <PH2666>
           CALL 'ZRPLIO'            USING ZRPL-PARAMS.                  <PH2666>
      *                                                                 <PH2666>
           IF  ZRPL-STATUZ          NOT = O-K                           <PH2666>
           AND ZRPL-STATUZ          NOT = MRNF                          <PH2666>
               MOVE ZRPL-STATUZ        TO SYSR-STATUZ                   <PH2666>
               MOVE ZRPL-PARAMS        TO SYSR-PARAMS                   <PH2666>
               PERFORM XXXX-FATAL-ERROR                                 <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           IF ZRPL-STATUZ               = MRNF                          <PH2666>
              GO TO A9259-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE SPACES                 TO ITEM-DATA-KEY.                <PH2666>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2666>
           MOVE ATMD-COMPANY           TO ITEM-ITEMCOY.                 <PH2666>
           MOVE TV139                  TO ITEM-ITEMTABL.                <PH2666>
           MOVE CHDRLNB-CNTTYPE        TO ITEM-ITEMITEM.                <PH2666>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2666>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2666>
      *                                                                 <PH2666>
           IF  ITEM-STATUZ          NOT = O-K                           <PH2666>
           AND ITEM-STATUZ          NOT = MRNF                          <PH2666>
               MOVE ITEM-PARAMS        TO SYSR-PARAMS                   <PH2666>
               MOVE ITEM-STATUZ        TO SYSR-STATUZ                   <PH2666>
               PERFORM XXXX-FATAL-ERROR                                 <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           IF ITEM-STATUZ               = MRNF                          <PH2666>
              MOVE '***'               TO ITEM-ITEMITEM                 <PH2666>
              MOVE READR               TO ITEM-FUNCTION                 <PH2666>
              CALL 'ITEMIO'         USING ITEM-PARAMS                   <PH2666>
              IF  ITEM-STATUZ       NOT = O-K                           <PH2666>
              AND ITEM-STATUZ       NOT = MRNF                          <PH2666>
                  MOVE ITEM-PARAMS     TO SYSR-PARAMS                   <PH2666>
                  MOVE ITEM-STATUZ     TO SYSR-STATUZ                   <PH2666>
                  PERFORM XXXX-FATAL-ERROR                              <PH2666>
              END-IF                                                    <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           IF ITEM-STATUZ               = MRNF                          <PH2666>
              GO TO A9259-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE ITEM-GENAREA           TO TV139-TV139-REC.              <PH2666>
      *                                                                 <PH2666>
           IF TV139-RPLCOMM             = 'N'                           <PH2666>
              MOVE 'Y'                 TO WSAA-RPL-NOCOMM               <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
       A9259-EXIT.                                                      <PH2666>
           EXIT.                                                        <PH2666>
      /                                                                 <PH2673>
       A9270-CHECK-OWN-CASE SECTION.                                    <PH2673>
      ******************************                                    <PH2673>
       A9271-START.                                                     <PH2673>
      *                                                                 <PH2673>
      *  A proposal flagged at pre-issue as own-case (the agent is      <PH2673>
      *  a party to it) or related-party business (ZOCS) pays no        <PH2673>
      *  initial commission where TV144 says so for the product.        <PH2673>
      *                                                                 <PH2673>
           MOVE 'N'                    TO WSAA-OCS-NOCOMM.              <PH2673>
      *                                                                 <PH2673>
           INITIALIZE                  ZOCS-PARAMS.                     <PH2673>
           MOVE CHDRLNB-CHDRCOY        TO ZOCS-CHDRCOY.                 <PH2673>
           MOVE CHDRLNB-CHDRNUM        TO ZOCS-CHDRNUM.                 <PH2673>
           MOVE READR                  TO ZOCS-FUNCTION.                <PH2673>
           MOVE 'ZOCSREC'              TO ZOCS-FORMAT.                  <PH2673>
      *                                                                 <PH2673>
           CALL 'ZOCSIO'            USING ZOCS-PARAMS.                  <PH2673>
      *                                                                 <PH2673>
           IF  ZOCS-STATUZ          NOT = O-K                           <PH2673>
           AND ZOCS-STATUZ          NOT = MRNF                          <PH2673>
               MOVE ZOCS-STATUZ        TO SYSR-STATUZ                   <PH2673>
               MOVE ZOCS-PARAMS        TO SYSR-PARAMS                   <PH2673>
               PERFORM XXXX-FATAL-ERROR                                 <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF ZOCS-STATUZ               = MRNF                          <PH2673>
              GO TO A9279-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           MOVE SPACES                 TO ITEM-DATA-KEY.                <PH2673>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2673>
           MOVE ATMD-COMPANY           TO ITEM-ITEMCOY.                 <PH2673>
           MOVE TV144                  TO ITEM-ITEMTABL.                <PH2673>
           MOVE CHDRLNB-CNTTYPE        TO ITEM-ITEMITEM.                <PH2673>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2673>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2673>
      *                                                                 <PH2673>
           IF  ITEM-STATUZ          NOT = O-K                           <PH2673>
           AND ITEM-STATUZ          NOT = MRNF                          <PH2673>
               MOVE ITEM-PARAMS        TO SYSR-PARAMS                   <PH2673>
               MOVE ITEM-STATUZ        TO SYSR-STATUZ                   <PH2673>
               PERFORM XXXX-FATAL-ERROR                                 <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF ITEM-STATUZ               = MRNF                          <PH2673>
              MOVE '***'               TO ITEM-ITEMITEM                 <PH2673>
              MOVE READR               TO ITEM-FUNCTION                 <PH2673>
              CALL 'ITEMIO'         USING ITEM-PARAMS                   <PH2673>
              IF  ITEM-STATUZ       NOT = O-K                           <PH2673>
              AND ITEM-STATUZ       NOT = MRNF                          <PH2673>
                  MOVE ITEM-PARAMS     TO SYSR-PARAMS                   <PH2673>
                  MOVE ITEM-STATUZ     TO SYSR-STATUZ                   <PH2673>
                  PERFORM XXXX-FATAL-ERROR                              <PH2673>
              END-IF                                                    <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF ITEM-STATUZ               = MRNF                          <PH2673>
              GO TO A9279-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           MOVE ITEM-GENAREA           TO TV144-TV144-REC.              <PH2673>
      *                                                                 <PH2673>
           IF (ZOCS-OCSTYPE             = 'O'                           <PH2673>
           AND TV144-OWNCOMM            = 'N')                          <PH2673>
           OR (ZOCS-OCSTYPE             = 'R'                           <PH2673>
           AND TV144-RELCOMM            = 'N')                          <PH2673>
              MOVE 'Y'                 TO WSAA-OCS-NOCOMM               <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
       A9279-EXIT.                                                      <PH2673>
           EXIT.                                                        <PH2673>
      /                                                                 <PH2674>
       A9290-IFRS17-GROUP SECTION.                                      <PH2674>
      ****************************                                      <PH2674>
       A9291-START.                                                     <PH2674>
      *                                                                 <PH2674>
      *  Initial recognition: the contract's IFRS 17 group (the         <PH2674>
      *  portfolio of its product family, the issue-year cohort and     <PH2674>
      *  the pricing profitability indicator) is stamped once and       <PH2674>
      *  never moves.  A product with no portfolio set up is left       <PH2674>
      *  for the monthly group extract to stamp.                        <PH2674>
      *                                                                 <PH2674>
           INITIALIZE                  ZIGR-ZIFRSGRP-REC.               <PH2674>
           MOVE 'STAMP'                TO ZIGR-FUNCTION.                <PH2674>
           MOVE CHDRLNB-CHDRCOY        TO ZIGR-CHDRCOY.                 <PH2674>
           MOVE CHDRLNB-CHDRNUM        TO ZIGR-CHDRNUM.                 <PH2674>
           MOVE CHDRLNB-CNTTYPE        TO ZIGR-CNTTYPE.                 <PH2674>
           MOVE CHDRLNB-OCCDATE        TO ZIGR-OCCDATE.                 <PH2674>
           MOVE DTC1-INT-DATE          TO ZIGR-ISSDATE                  <PH2674>
                                          ZIGR-STMPDATE.                <PH2674>
           MOVE CHDRLNB-TRANNO         TO ZIGR-TRANNO.                  <PH2674>
      *                                                                 <PH2674>
           CALL 'ZIFRSGRP'          USING ZIGR-ZIFRSGRP-REC.            <PH2674>
      *                                                                 <PH2674>
           IF  ZIGR-STATUZ          NOT = O-K                           <PH2674>
           AND ZIGR-STATUZ          NOT = MRNF                          <PH2674>
               MOVE ZIGR-STATUZ        TO SYSR-STATUZ                   <PH2674>
               MOVE ZIGR-ZIFRSGRP-REC  TO SYSR-PARAMS                   <PH2674>
               PERFORM XXXX-FATAL-ERROR                                 <PH2674>
           END-IF.                                                      <PH2674>
      *                                                                 <PH2674>
       A9299-EXIT.                                                      <PH2674>
           EXIT.                                                        <PH2674>
      /                                                                 <PH2691>
       A9300-AUTO-CESSION SECTION.                                      <PH2691>
      ****************************                                      <PH2691>
       A9301-START.                                                     <PH2691>
      *                                                                 <PH2691>
      *  Automatic cession at issue.  The life's sum at risk is the     <PH2691>
      *  in-force cover on its other contracts (ZJETCHK) plus this      <PH2691>
      *  contract's components taken in turn.  Each component is        <PH2691>
      *  retained up to the TV161 retention; the excess goes to         <PH2691>
      *  the automatic treaty up to its capacity, and anything          <PH2691>
      *  beyond that to the facultative treaty - but only once the      <PH2691>
      *  reinsurer's acceptance has been received on the TV161          <PH2691>
      *  referral requirement (P6378 holds the proposal until it        <PH2691>
      *  is).  P5373 maintains the lines after issue.                   <PH2691>
      *                                                                 <PH2691>
           MOVE COVTLNB-LIFE           TO WSAA-RI-COMP-LIFE.            <PH2691>
           MOVE COVTLNB-COVERAGE       TO WSAA-RI-COMP-COVERAGE.        <PH2691>
           MOVE COVTLNB-RIDER          TO WSAA-RI-COMP-RIDER.           <PH2691>
      *                                                                 <PH2691>
      *  Once per component, not per policy of the plan.                <PH2691>
      *                                                                 <PH2691>
           IF WSAA-RI-COMP-KEY          = WSAA-RI-LAST-KEY              <PH2691>
              GO TO A9309-EXIT                                          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           MOVE WSAA-RI-COMP-KEY       TO WSAA-RI-LAST-KEY.             <PH2691>
      *                                                                 <PH2691>
           IF COVTLNB-LIFE          NOT = WSAA-RI-LIFE                  <PH2691>
              PERFORM A9310-LIFE-TOTAL                                  <PH2691>
              MOVE COVTLNB-LIFE        TO WSAA-RI-LIFE                  <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF WSAA-RI-TV161-FOUND   NOT = 'Y'                           <PH2691>
           OR COVTLNB-SUMINS        NOT > ZERO                          <PH2691>
              GO TO A9309-EXIT                                          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           COMPUTE WSAA-RI-ROOM         = TV161-RETENTN                 <PH2691>
                                        - WSAA-RI-PLACED.               <PH2691>
           IF WSAA-RI-ROOM              < ZERO                          <PH2691>
              MOVE ZERO                TO WSAA-RI-ROOM                  <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF COVTLNB-SUMINS            < WSAA-RI-ROOM                  <PH2691>
              MOVE COVTLNB-SUMINS      TO WSAA-RI-RETAINED              <PH2691>
           ELSE                                                         <PH2691>
              MOVE WSAA-RI-ROOM        TO WSAA-RI-RETAINED              <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           COMPUTE WSAA-RI-EXCESS       = COVTLNB-SUMINS                <PH2691>
                                        - WSAA-RI-RETAINED.             <PH2691>
      *                                                                 <PH2691>
           IF WSAA-RI-PLACED            > TV161-RETENTN                 <PH2691>
              COMPUTE WSAA-RI-ROOM      = TV161-AUTOCAP                 <PH2691>
                                        - WSAA-RI-PLACED                <PH2691>
                                        + TV161-RETENTN                 <PH2691>
           ELSE                                                         <PH2691>
              MOVE TV161-AUTOCAP       TO WSAA-RI-ROOM                  <PH2691>
           END-IF.                                                      <PH2691>
           IF WSAA-RI-ROOM              < ZERO                          <PH2691>
              MOVE ZERO                TO WSAA-RI-ROOM                  <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF WSAA-RI-EXCESS            < WSAA-RI-ROOM                  <PH2691>
              MOVE WSAA-RI-EXCESS      TO WSAA-RI-AUTO                  <PH2691>
           ELSE                                                         <PH2691>
              MOVE WSAA-RI-ROOM        TO WSAA-RI-AUTO                  <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           COMPUTE WSAA-RI-FAC          = WSAA-RI-EXCESS                <PH2691>
                                        - WSAA-RI-AUTO.                 <PH2691>
      *                                                                 <PH2691>
           ADD COVTLNB-SUMINS          TO WSAA-RI-PLACED.               <PH2691>
      *                                                                 <PH2691>
           IF  WSAA-RI-AUTO             > ZERO                          <PH2691>
           AND TV161-RATREATY       NOT = SPACES                        <PH2691>
               MOVE TV161-RATREATY     TO WSAA-RI-TREATY                <PH2691>
               MOVE TV161-RASNUM       TO WSAA-RI-RASNUM                <PH2691>
               MOVE WSAA-RI-AUTO       TO WSAA-RI-AMOUNT                <PH2691>
               PERFORM A9330-WRITE-CESSION                              <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF  WSAA-RI-FAC              > ZERO                          <PH2691>
           AND WSAA-RI-FAC-ACCEPTED     = 'Y'                           <PH2691>
           AND TV161-FACTRTY        NOT = SPACES                        <PH2691>
               MOVE TV161-FACTRTY      TO WSAA-RI-TREATY                <PH2691>
               MOVE TV161-FACRAS       TO WSAA-RI-RASNUM                <PH2691>
               MOVE WSAA-RI-FAC        TO WSAA-RI-AMOUNT                <PH2691>
               PERFORM A9330-WRITE-CESSION                              <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
       A9309-EXIT.                                                      <PH2691>
           EXIT.                                                        <PH2691>
      /                                                                 <PH2691>
       A9310-LIFE-TOTAL SECTION.                                        <PH2691>
      **************************                                        <PH2691>
       A9311-START.                                                     <PH2691>
      *                                                                 <PH2691>
      *  The life's existing sum at risk (this contract left out),      <PH2691>
      *  the treaty arrangement for the product and whether the         <PH2691>
      *  reinsurer has accepted the excess facultatively.               <PH2691>
      *                                                                 <PH2691>
           MOVE 'N'                    TO WSAA-RI-TV161-FOUND           <PH2691>
                                          WSAA-RI-FAC-ACCEPTED.         <PH2691>
           MOVE ZERO                   TO WSAA-RI-PLACED.               <PH2691>
      *                                                                 <PH2691>
           MOVE SPACES                 TO ITEM-DATA-KEY.                <PH2691>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2691>
           MOVE ATMD-COMPANY           TO ITEM-ITEMCOY.                 <PH2691>
           MOVE TV161                  TO ITEM-ITEMTABL.                <PH2691>
           MOVE CHDRLNB-CNTTYPE        TO ITEM-ITEMITEM.                <PH2691>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2691>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2691>
      *                                                                 <PH2691>
           IF  ITEM-STATUZ          NOT = O-K                           <PH2691>
           AND ITEM-STATUZ          NOT = MRNF                          <PH2691>
               MOVE ITEM-PARAMS        TO SYSR-PARAMS                   <PH2691>
               MOVE ITEM-STATUZ        TO SYSR-STATUZ                   <PH2691>
               PERFORM XXXX-FATAL-ERROR                                 <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF ITEM-STATUZ               = MRNF                          <PH2691>
              MOVE '***'               TO ITEM-ITEMITEM                 <PH2691>
              MOVE READR               TO ITEM-FUNCTION                 <PH2691>
              CALL 'ITEMIO'         USING ITEM-PARAMS                   <PH2691>
              IF  ITEM-STATUZ       NOT = O-K                           <PH2691>
              AND ITEM-STATUZ       NOT = MRNF                          <PH2691>
                  MOVE ITEM-PARAMS     TO SYSR-PARAMS                   <PH2691>
                  MOVE ITEM-STATUZ     TO SYSR-STATUZ                   <PH2691>
                  PERFORM XXXX-FATAL-ERROR                              <PH2691>
              END-IF                                                    <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF ITEM-STATUZ               = MRNF                          <PH2691>
              GO TO A9319-EXIT                                          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           MOVE ITEM-GENAREA           TO TV161-TV161-REC.              <PH2691>
           MOVE 'Y'                    TO WSAA-RI-TV161-FOUND.          <PH2691>
      *                                                                 <PH2691>
           INITIALIZE                  ZJET-ZJETCHK-REC.                <PH2691>
           MOVE ATMD-COMPANY           TO ZJET-COMPANY.                 <PH2691>
           MOVE WSAA-FSU-COY           TO ZJET-CLNTCOY.                 <PH2691>
           MOVE WSAA-L1-CLNTNUM        TO ZJET-CLNTNUM.                 <PH2691>
           MOVE CHDRLNB-CNTTYPE        TO ZJET-CNTTYPE.                 <PH2691>
           MOVE ZERO                   TO ZJET-ANB-AT-CCD               <PH2691>
                                          ZJET-PROP-SUMINS.             <PH2691>
           MOVE CHDRLNB-CHDRNUM        TO ZJET-EXCL-CHDRNUM.            <PH2691>
      *                                                                 <PH2691>
           CALL 'ZJETCHK'           USING ZJET-ZJETCHK-REC.             <PH2691>
      *                                                                 <PH2691>
           IF ZJET-STATUZ           NOT = O-K                           <PH2691>
              MOVE ZJET-STATUZ         TO SYSR-STATUZ                   <PH2691>
              MOVE ZJET-ZJETCHK-REC    TO SYSR-PARAMS                   <PH2691>
              PERFORM XXXX-FATAL-ERROR                                  <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           MOVE ZJET-TOTAL-SUMINS      TO WSAA-RI-PLACED.               <PH2691>
      *                                                                 <PH2691>
           IF TV161-FACREQ              = SPACES                        <PH2691>
              GO TO A9319-EXIT                                          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           MOVE 'N'                    TO WSAA-RI-EOF.                  <PH2691>
      *                                                                 <PH2691>
           INITIALIZE                  ZURQ-PARAMS.                     <PH2691>
           MOVE CHDRLNB-CHDRCOY        TO ZURQ-CHDRCOY.                 <PH2691>
           MOVE CHDRLNB-CHDRNUM        TO ZURQ-CHDRNUM.                 <PH2691>
           MOVE 'ZURQREC'              TO ZURQ-FORMAT.                  <PH2691>
           MOVE BEGN                   TO ZURQ-FUNCTION.                <PH2691>
      *                                                                 <PH2691>
           PERFORM A9320-ONE-ZURQ                                       <PH2691>
               UNTIL WSAA-RI-EOF        = 'Y'.                          <PH2691>
      *                                                                 <PH2691>
       A9319-EXIT.                                                      <PH2691>
           EXIT.                                                        <PH2691>
      /                                                                 <PH2691>
       A9320-ONE-ZURQ SECTION.                                          <PH2691>
      ************************                                          <PH2691>
       A9321-START.                                                     <PH2691>
      *                                                                 <PH2691>
           CALL 'ZURQIO'            USING ZURQ-PARAMS.                  <PH2691>
      *                                                                 <PH2691>
           IF  ZURQ-STATUZ          NOT = O-K                           <PH2691>
           AND ZURQ-STATUZ          NOT = ENDP                          <PH2691>
               MOVE ZURQ-STATUZ        TO SYSR-STATUZ                   <PH2691>
               MOVE ZURQ-PARAMS        TO SYSR-PARAMS                   <PH2691>
               PERFORM XXXX-FATAL-ERROR                                 <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF ZURQ-STATUZ               = ENDP                          <PH2691>
           OR ZURQ-CHDRCOY          NOT = CHDRLNB-CHDRCOY               <PH2691>
           OR ZURQ-CHDRNUM          NOT = CHDRLNB-CHDRNUM               <PH2691>
              MOVE 'Y'                 TO WSAA-RI-EOF                   <PH2691>
              GO TO A9329-EXIT                                          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
      *  Only a referral the reinsurer has accepted (received) is       <PH2691>
      *  ceded facultatively.  A waived referral ('W') also lets the    <PH2691>
      *  proposal issue (P6378), but the excess is then retained.       <PH2691>
      *                                                                 <PH2691>
           IF  ZURQ-LIFE                = COVTLNB-LIFE                  <PH2691>
           AND ZURQ-REQCODE             = TV161-FACREQ                  <PH2691>
           AND ZURQ-REQSTAT             = 'R'                           <PH2691>
               MOVE 'Y'                TO WSAA-RI-FAC-ACCEPTED          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           MOVE NEXTR                  TO ZURQ-FUNCTION.                <PH2691>
      *                                                                 <PH2691>
       A9329-EXIT.                                                      <PH2691>
           EXIT.                                                        <PH2691>
      /                                                                 <PH2691>
       A9330-WRITE-CESSION SECTION.                                     <PH2691>
      *****************************                                     <PH2691>
       A9331-START.                                                     <PH2691>
      *                                                                 <PH2691>
      *  Next free cession sequence for the component.                  <PH2691>
      *                                                                 <PH2691>
           MOVE ZERO                   TO WSAA-RI-SEQNO.                <PH2691>
           MOVE 'N'                    TO WSAA-RI-EOF.                  <PH2691>
      *                                                                 <PH2691>
           INITIALIZE                  RACTLNB-PARAMS.                  <PH2691>
           MOVE CHDRLNB-CHDRCOY        TO RACTLNB-CHDRCOY.              <PH2691>
           MOVE CHDRLNB-CHDRNUM        TO RACTLNB-CHDRNUM.              <PH2691>
           MOVE COVTLNB-LIFE           TO RACTLNB-LIFE.                 <PH2691>
           MOVE COVTLNB-COVERAGE       TO RACTLNB-COVERAGE.             <PH2691>
           MOVE COVTLNB-RIDER          TO RACTLNB-RIDER.                <PH2691>
           MOVE RACTLNBREC             TO RACTLNB-FORMAT.               <PH2691>
           MOVE BEGN                   TO RACTLNB-FUNCTION.             <PH2691>
      *                                                                 <PH2691>
           PERFORM A9340-ONE-RACT                                       <PH2691>
               UNTIL WSAA-RI-EOF        = 'Y'.                          <PH2691>
      *                                                                 <PH2691>
           ADD 1                       TO WSAA-RI-SEQNO.                <PH2691>
      *                                                                 <PH2691>
           INITIALIZE                  RACTLNB-PARAMS.                  <PH2691>
           MOVE CHDRLNB-CHDRCOY        TO RACTLNB-CHDRCOY.              <PH2691>
           MOVE CHDRLNB-CHDRNUM        TO RACTLNB-CHDRNUM.              <PH2691>
           MOVE COVTLNB-LIFE           TO RACTLNB-LIFE.                 <PH2691>
           MOVE COVTLNB-COVERAGE       TO RACTLNB-COVERAGE.             <PH2691>
           MOVE COVTLNB-RIDER          TO RACTLNB-RIDER.                <PH2691>
           MOVE WSAA-RI-SEQNO          TO RACTLNB-RASEQNO.              <PH2691>
           MOVE WSAA-RI-TREATY         TO RACTLNB-RATREATY.             <PH2691>
           MOVE WSAA-RI-RASNUM         TO RACTLNB-RASNUM.               <PH2691>
           MOVE WSAA-RI-AMOUNT         TO RACTLNB-RAAMOUNT.             <PH2691>
           COMPUTE RACTLNB-CEDPRATE ROUNDED                             <PH2691>
                                        = WSAA-RI-AMOUNT * 100          <PH2691>
                                        / COVTLNB-SUMINS.               <PH2691>
           MOVE CHDRLNB-CNTCURR        TO RACTLNB-CURRCODE.             <PH2691>
           MOVE COVTLNB-EFFDATE        TO RACTLNB-CTDATE.               <PH2691>
           MOVE '1'                    TO RACTLNB-VALIDFLAG.            <PH2691>
           MOVE CHDRLNB-TRANNO         TO RACTLNB-TRANNO.               <PH2691>
           MOVE VRCM-DATE              TO RACTLNB-TRANSACTION-DA.       <PH2691>
           MOVE VRCM-TIME              TO RACTLNB-TRANSACTION-TI.       <PH2691>
           MOVE VRCM-USER              TO RACTLNB-USER.                 <PH2691>
           MOVE VRCM-TERMID            TO RACTLNB-TERMID.               <PH2691>
           MOVE RACTLNBREC             TO RACTLNB-FORMAT.               <PH2691>
           MOVE WRITR                  TO RACTLNB-FUNCTION.             <PH2691>
      *                                                                 <PH2691>
           CALL 'RACTLNBIO'         USING RACTLNB-PARAMS.               <PH2691>
      *                                                                 <PH2691>
           IF RACTLNB-STATUZ        NOT = O-K                           <PH2691>
              MOVE RACTLNB-STATUZ      TO SYSR-STATUZ                   <PH2691>
              MOVE RACTLNB-PARAMS      TO SYSR-PARAMS                   <PH2691>
              PERFORM XXXX-FATAL-ERROR                                  <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
       A9339-EXIT.                                                      <PH2691>
           EXIT.                                                        <PH2691>
      /                                                                 <PH2691>
       A9340-ONE-RACT SECTION.                                          <PH2691>
      ************************                                          <PH2691>
       A9341-START.                                                     <PH2691>
      *                                                                 <PH2691>
           CALL 'RACTLNBIO'         USING RACTLNB-PARAMS.               <PH2691>
      *                                                                 <PH2691>
           IF  RACTLNB-STATUZ       NOT = O-K                           <PH2691>
           AND RACTLNB-STATUZ       NOT = ENDP                          <PH2691>
               MOVE RACTLNB-STATUZ     TO SYSR-STATUZ                   <PH2691>
               MOVE RACTLNB-PARAMS     TO SYSR-PARAMS                   <PH2691>
               PERFORM XXXX-FATAL-ERROR                                 <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF RACTLNB-STATUZ            = ENDP                          <PH2691>
           OR RACTLNB-CHDRCOY       NOT = CHDRLNB-CHDRCOY               <PH2691>
           OR RACTLNB-CHDRNUM       NOT = CHDRLNB-CHDRNUM               <PH2691>
           OR RACTLNB-LIFE          NOT = COVTLNB-LIFE                  <PH2691>
           OR RACTLNB-COVERAGE      NOT = COVTLNB-COVERAGE              <PH2691>
           OR RACTLNB-RIDER         NOT = COVTLNB-RIDER                 <PH2691>
              MOVE 'Y'                 TO WSAA-RI-EOF                   <PH2691>
              GO TO A9349-EXIT                                          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF RACTLNB-RASEQNO           > WSAA-RI-SEQNO                 <PH2691>
              MOVE RACTLNB-RASEQNO     TO WSAA-RI-SEQNO                 <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           MOVE NEXTR                  TO RACTLNB-FUNCTION.             <PH2691>
      *                                                                 <PH2691>
       A9349-EXIT.                                                      <PH2691>
           EXIT.                                                        <PH2691>
      /
       XXXX-FATAL-ERROR SECTION.
      **************************
           MOVE ZERO                   TO WSAA-COMP-SING-PREM.          <V74L01>
           MOVE ZERO                   TO WSAA-COMP-REG-PREM.           <V74L01>
           MOVE ZEROES                 TO WSAA-BAS-SUMINS.              <UL006>
           MOVE SPACES                 TO WSAA-RI-LAST-KEY              <PH2691>
                                          WSAA-RI-LIFE.                 <PH2691>
      *                                                                 <086>
           PERFORM 1100-READ-CONTRACT-HEADER.
           PERFORM 1150-READ-TABLE-T5729.                               <D9604>
           AND ZRAG-AGNTNUM        NOT = SPACES                         <DA024>
               MOVE ZRAG-AGNTNUM       TO WSAA-SERVAG                   <DA024>
           END-IF.                                                      <DA024>
      *                                                                 <PH2661>
           PERFORM A9200-CHECK-CONVERSION.                              <PH2661>
           PERFORM A9250-CHECK-REPLACEMENT.                             <PH2666>
           PERFORM A9270-CHECK-OWN-CASE.                                <PH2673>
                                                                        <DA024>
      *                                                                 <CAS1.0>
      * Read HPAD file for Proposal Details                             <CAS1.0>
      ***      MOVE T5679-SET-RID-RISK-STAT TO COVRLNB-STATCODE.        <V42004>
              MOVE T5679-SET-RID-RISK-STAT TO COVRLNB-STATCODE          <V42004>
           END-IF.
      *                                                                 <PH2661>
      * A contract converted from a term contract (ZCNV) pays no        <PH2661>
      * initial commission; the agent was paid on the original          <PH2661>
      * sale.  Renewal and servicing commission are kept.               <PH2661>
      *                                                                 <PH2661>
           IF WSAA-CONVERSION          = 'Y'                            <PH2661>
              MOVE SPACES              TO WSAA-BASIC-COMM-METH          <PH2661>
                                          WSAA-BASCPY                   <PH2661>
                                          WSAA-BASSCMTH                 <PH2661>
                                          WSAA-BASSCPY                  <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2666>
      * Likewise a replacement (ZRPL) where TV139 withholds initial     <PH2666>
      * commission on replacements.                                     <PH2666>
      *                                                                 <PH2666>
           IF WSAA-RPL-NOCOMM          = 'Y'                            <PH2666>
              MOVE SPACES              TO WSAA-BASIC-COMM-METH          <PH2666>
                                          WSAA-BASCPY                   <PH2666>
                                          WSAA-BASSCMTH                 <PH2666>
                                          WSAA-BASSCPY                  <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2673>
      * And own-case or related-party business (ZOCS) where TV144       <PH2673>
      * withholds initial commission on it.                             <PH2673>
      *                                                                 <PH2673>
           IF WSAA-OCS-NOCOMM          = 'Y'                            <PH2673>
              MOVE SPACES              TO WSAA-BASIC-COMM-METH          <PH2673>
                                          WSAA-BASCPY                   <PH2673>
                                          WSAA-BASSCMTH                 <PH2673>
                                          WSAA-BASSCPY                  <PH2673>
           END-IF.                                                      <PH2673>

           IF  CHDRLNB-BILLFREQ        NOT = '00'
           AND T5687-SINGLE-PREM-IND   NOT = 'Y'


       233D-5B.
           IF WSAA-CONVERSION          = 'Y'                            <PH2661>
              GO TO 233D-5C.                                            <PH2661>
           IF WSAA-RPL-NOCOMM          = 'Y'                            <PH2666>
              GO TO 233D-5C.                                            <PH2666>
           IF WSAA-OCS-NOCOMM          = 'Y'                            <PH2673>
              GO TO 233D-5C.                                            <PH2673>
      ***  IF  T5687-BASCPY            = SPACES                         <V42004>
      ***  AND AGLFLNB-BCMTAB          = SPACES                         <V42004>
      ***      GO TO 233D-5C.                                           <V42004>
              MOVE HPAD-STATUZ         TO SYSR-STATUZ                   <CAS1.0>
              PERFORM XXXX-FATAL-ERROR                                  <CAS1.0>
           END-IF.                                                      <CAS1.0>
      *                                                                 <PH2674>
           PERFORM A9290-IFRS17-GROUP.                                  <PH2674>
      *
       2490-EXIT.
           EXIT.
               PERFORM XXXX-FATAL-ERROR                                 <R96REA>
           END-IF.                                                      <R96REA>
                                                                        <R96REA>
      *  Cede the component to the treaty (RACT lines).                 <PH2691>
      *                                                                 <PH2691>
           PERFORM A9300-AUTO-CESSION.                                  <PH2691>
      *                                                                 <PH2691>
       4090-EXIT.                                                       <R96REA>
           EXIT.                                                        <R96REA>
                                                                        <R96REA>
