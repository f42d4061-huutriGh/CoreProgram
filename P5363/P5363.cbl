      * worklist B5372 reports proposals by the age of their oldest
      * outstanding item.
      *
      * A medical requirement may name the panel clinic the life        <PH2688>
      * is sent to: the clinic must be active on the TV158 panel        <PH2688>
      * register and the requirement code must be on its TV159 fee      <PH2688>
      * schedule.  When the requirement is received the scheduled       <PH2688>
      * fee accrues on the ZPNA register for the clinic; the            <PH2688>
      * monthly B5458 run matches the accruals to the clinic's          <PH2688>
      * invoice and pays the agreed amount.                             <PH2688>
      *                                                                 <PH2688>
      * A requirement is only received against evidence: at least       <PH2689>
      * one scanned document indexed to it on the ZDOC register         <PH2689>
      * (loaded nightly from the imaging system by B5459).              <PH2689>
      *                                                                 <PH2689>
      * Requirements may also be raised on an in-force contract         <PH2696>
      * (CHDRLIF) - the signed transfer form P5409 needs before a       <PH2696>
      * change of ownership is the usual case.                          <PH2696>
      *                                                                 <PH2696>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * 22/08/26  01/01   PHFX84       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2688       Phi Tran - IT DEV                    *
      *           Panel clinic on medical requirements; fee accrued         *
      *           on ZPNA when the requirement is received.                 *
      *                                                                     *
      * 15/10/26  01/01   PH2689       Phi Tran - IT DEV                    *
      *           Received only with a scanned document indexed to          *
      *           the requirement on ZDOC.                                  *
      * 15/10/26  01/01   PH2696       Phi Tran - IT DEV                    *
      *           Requirements on in-force contracts (CHDRLIF) as           *
      *           well as proposals.                                        *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-ZURQ-EXISTS            PIC X(01) VALUE 'N'.
       01  WSAA-REQCODE                PIC X(04) VALUE SPACES.          <PH2688>
       01  WSAA-FEE-FOUND              PIC X(01) VALUE 'N'.             <PH2688>
       01  WSAA-CLINIC-FEE             PIC S9(09)V9(02) COMP-3 VALUE 0. <PH2688>
       01  WSAA-SUB                    PIC S9(03) COMP-3 VALUE 0.       <PH2688>
       01  WSAA-DOC-FOUND              PIC X(01) VALUE 'N'.             <PH2689>
       01  WSAA-ZDOC-EOF               PIC X(01) VALUE 'N'.             <PH2689>
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  B369                    PIC X(04) VALUE 'B369'.
           03  H118                    PIC X(04) VALUE 'H118'.
           03  EV38                    PIC X(04) VALUE 'EV38'.          <PH2688>
           03  EV39                    PIC X(04) VALUE 'EV39'.          <PH2688>
           03  EV40                    PIC X(04) VALUE 'EV40'.          <PH2689>
      *
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.    <PH2696>
           03  ZURQREC                 PIC X(10) VALUE 'ZURQREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.       <PH2688>
           03  ZPNAREC                 PIC X(10) VALUE 'ZPNAREC'.       <PH2688>
           03  ZDOCCHDREC              PIC X(10) VALUE 'ZDOCCHDREC'.    <PH2689>
      *                                                                 <PH2688>
       01  TABLES.                                                      <PH2688>
           03  TV158                   PIC X(06) VALUE 'TV158'.         <PH2688>
           03  TV159                   PIC X(06) VALUE 'TV159'.         <PH2688>
      /
           COPY VARCOM.
      /
           COPY CONERRREC.
      /
           COPY CHDRLNBSKM.
           COPY CHDRLIFSKM.                                             <PH2696>
           COPY ZURQSKM.
           COPY DATCON1REC.
           COPY ITEMSKM.                                                <PH2688>
           COPY TV158REC.                                               <PH2688>
           COPY TV159REC.                                               <PH2688>
           COPY ZPNASKM.                                                <PH2688>
           COPY ZDOCCHDSKM.                                             <PH2689>
      /
       LINKAGE SECTION.

              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The proposal must exist (pre-issue contracts live on           <PH2696>
      *  CHDRLNB).                                                      <PH2696>
      ****                                                              <PH2696>
      *  The contract must exist: a proposal on CHDRLNB, or an          <PH2696>
      *  in-force contract on CHDRLIF.                                  <PH2696>
      *                                                                 <PH2696>
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLNB-CHDRCOY.
           MOVE S5363-CHDRNUM          TO CHDRLNB-CHDRNUM.
           END-IF.
      *
           IF CHDRLNB-STATUZ            = MRNF
              PERFORM 2150-READ-INFORCE                                 <PH2696>
           END-IF.                                                      <PH2696>
      *                                                                 <PH2696>
           IF S5363-CHDRNUM-ERR     NOT = SPACES                        <PH2696>
      ****    MOVE E005                TO S5363-CHDRNUM-ERR             <PH2696>
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
              END-IF
           END-IF.
      *
           IF  WSSP-FLAG                = 'M'                           <PH2689>
           AND S5363-NEWSTAT            = 'R'                           <PH2689>
               PERFORM 2400-CHECK-DOCUMENT                              <PH2689>
               IF WSAA-DOC-FOUND    NOT = 'Y'                           <PH2689>
                  MOVE EV40            TO S5363-NEWSTAT-ERR             <PH2689>
               END-IF                                                   <PH2689>
           END-IF.                                                      <PH2689>
      *                                                                 <PH2689>
      *  The panel clinic: one newly named must be active and           <PH2688>
      *  examine for the requirement; one already recorded keeps        <PH2688>
      *  its fee for an examination done before any suspension.         <PH2688>
      *                                                                 <PH2688>
           IF WSSP-FLAG                 = 'A'                           <PH2688>
              MOVE S5363-REQCODE       TO WSAA-REQCODE                  <PH2688>
              IF S5363-CLINIC       NOT = SPACES                        <PH2688>
                 PERFORM 2300-CHECK-CLINIC                              <PH2688>
              END-IF                                                    <PH2688>
           END-IF.                                                      <PH2688>
      *                                                                 <PH2688>
           IF WSSP-FLAG                 = 'M'                           <PH2688>
              MOVE ZURQ-REQCODE        TO WSAA-REQCODE                  <PH2688>
              IF S5363-CLINIC           = SPACES                        <PH2688>
                 MOVE ZURQ-CLINIC      TO S5363-CLINIC                  <PH2688>
              END-IF                                                    <PH2688>
              IF  S5363-CLINIC      NOT = SPACES                        <PH2688>
              AND S5363-CLINIC      NOT = ZURQ-CLINIC                   <PH2688>
                  PERFORM 2300-CHECK-CLINIC                             <PH2688>
              END-IF                                                    <PH2688>
              IF  S5363-CLINIC      NOT = SPACES                        <PH2688>
              AND S5363-NEWSTAT         = 'R'                           <PH2688>
              AND S5363-CLINIC-ERR      = SPACES                        <PH2688>
                  PERFORM 2350-FIND-FEE                                 <PH2688>
                  IF WSAA-FEE-FOUND NOT = 'Y'                           <PH2688>
                     MOVE EV39         TO S5363-CLINIC-ERR              <PH2688>
                  END-IF                                                <PH2688>
              END-IF                                                    <PH2688>
           END-IF.                                                      <PH2688>
      *                                                                 <PH2688>
       2080-CHECK-FOR-ERRORS.
      *
           IF S5363-ERROR-INDICATORS
       2090-EXIT.
            EXIT.
      /
       2150-READ-INFORCE SECTION.                                       <PH2696>
      ***************************                                       <PH2696>
       2151-START.                                                      <PH2696>
      *                                                                 <PH2696>
           INITIALIZE                  CHDRLIF-PARAMS.                  <PH2696>
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.              <PH2696>
           MOVE S5363-CHDRNUM          TO CHDRLIF-CHDRNUM.              <PH2696>
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.               <PH2696>
           MOVE READR                  TO CHDRLIF-FUNCTION.             <PH2696>
      *                                                                 <PH2696>
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.               <PH2696>
      *                                                                 <PH2696>
           IF CHDRLIF-STATUZ        NOT = O-K AND MRNF                  <PH2696>
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ                   <PH2696>
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS                   <PH2696>
              PERFORM 600-FATAL-ERROR                                   <PH2696>
           END-IF.                                                      <PH2696>
      *                                                                 <PH2696>
           IF CHDRLIF-STATUZ            = MRNF                          <PH2696>
              MOVE E005                TO S5363-CHDRNUM-ERR             <PH2696>
           END-IF.                                                      <PH2696>
      *                                                                 <PH2696>
       2159-EXIT.                                                       <PH2696>
           EXIT.                                                        <PH2696>
      /                                                                 <PH2696>
       2200-CHECK-EXISTS SECTION.
      ***************************
       2210-START.
       2290-EXIT.
           EXIT.
      /
       2300-CHECK-CLINIC SECTION.                                       <PH2688>
      ***************************                                       <PH2688>
       2310-START.                                                      <PH2688>
      *                                                                 <PH2688>
           INITIALIZE                  ITEM-PARAMS.                     <PH2688>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2688>
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.                 <PH2688>
           MOVE TV158                  TO ITEM-ITEMTABL.                <PH2688>
           MOVE S5363-CLINIC           TO ITEM-ITEMITEM.                <PH2688>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2688>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2688>
      *                                                                 <PH2688>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2688>
      *                                                                 <PH2688>
           IF ITEM-STATUZ           NOT = O-K AND MRNF                  <PH2688>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <PH2688>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <PH2688>
              PERFORM 600-FATAL-ERROR                                   <PH2688>
           END-IF.                                                      <PH2688>
      *                                                                 <PH2688>
           IF ITEM-STATUZ               = MRNF                          <PH2688>
              MOVE EV38                TO S5363-CLINIC-ERR              <PH2688>
              GO TO 2390-EXIT                                           <PH2688>
           END-IF.                                                      <PH2688>
      *                                                                 <PH2688>
           MOVE ITEM-GENAREA           TO TV158-TV158-REC.              <PH2688>
      *                                                                 <PH2688>
           IF TV158-PNLSTAT         NOT = 'A'                           <PH2688>
              MOVE EV38                TO S5363-CLINIC-ERR              <PH2688>
              GO TO 2390-EXIT                                           <PH2688>
           END-IF.                                                      <PH2688>
      *                                                                 <PH2688>
           PERFORM 2350-FIND-FEE.                                       <PH2688>
      *                                                                 <PH2688>
           IF WSAA-FEE-FOUND        NOT = 'Y'                           <PH2688>
              MOVE EV39                TO S5363-CLINIC-ERR              <PH2688>
           END-IF.                                                      <PH2688>
      *                                                                 <PH2688>
       2390-EXIT.                                                       <PH2688>
           EXIT.                                                        <PH2688>
      /                                                                 <PH2688>
       2350-FIND-FEE SECTION.                                           <PH2688>
      ***********************                                           <PH2688>
       2351-START.                                                      <PH2688>
      *                                                                 <PH2688>
      *  The clinic's fee for the examination, from its schedule.       <PH2688>
      *                                                                 <PH2688>
           MOVE 'N'                    TO WSAA-FEE-FOUND.               <PH2688>
           MOVE ZEROES                 TO WSAA-CLINIC-FEE.              <PH2688>
      *                                                                 <PH2688>
           INITIALIZE                  ITEM-PARAMS.                     <PH2688>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2688>
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.                 <PH2688>
           MOVE TV159                  TO ITEM-ITEMTABL.                <PH2688>
           MOVE S5363-CLINIC           TO ITEM-ITEMITEM.                <PH2688>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2688>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2688>
      *                                                                 <PH2688>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2688>
      *                                                                 <PH2688>
           IF ITEM-STATUZ           NOT = O-K AND MRNF                  <PH2688>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <PH2688>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <PH2688>
              PERFORM 600-FATAL-ERROR                                   <PH2688>
           END-IF.                                                      <PH2688>
      *                                                                 <PH2688>
           IF ITEM-STATUZ               = MRNF                          <PH2688>
              GO TO 2359-EXIT                                           <PH2688>
           END-IF.                                                      <PH2688>
      *                                                                 <PH2688>
           MOVE ITEM-GENAREA           TO TV159-TV159-REC.              <PH2688>
      *                                                                 <PH2688>
           PERFORM 2360-FEE-ENTRY                                       <PH2688>
               VARYING WSAA-SUB FROM 1 BY 1                             <PH2688>
                 UNTIL WSAA-SUB          > 20                           <PH2688>
                    OR WSAA-FEE-FOUND    = 'Y'.                         <PH2688>
      *                                                                 <PH2688>
       2359-EXIT.                                                       <PH2688>
           EXIT.                                                        <PH2688>
      /                                                                 <PH2688>
       2360-FEE-ENTRY SECTION.                                          <PH2688>
      ************************                                          <PH2688>
       2361-START.                                                      <PH2688>
      *                                                                 <PH2688>
           IF TV159-EXAMTYPE (WSAA-SUB) = WSAA-REQCODE                  <PH2688>
              MOVE 'Y'                 TO WSAA-FEE-FOUND                <PH2688>
              MOVE TV159-EXAMFEE (WSAA-SUB)                             <PH2688>
                                       TO WSAA-CLINIC-FEE               <PH2688>
           END-IF.                                                      <PH2688>
      *                                                                 <PH2688>
       2369-EXIT.                                                       <PH2688>
           EXIT.                                                        <PH2688>
      /                                                                 <PH2688>
       2400-CHECK-DOCUMENT SECTION.                                     <PH2689>
      *****************************                                     <PH2689>
       2410-START.                                                      <PH2689>
      *                                                                 <PH2689>
      *  A scanned document indexed to this requirement.                <PH2689>
      *                                                                 <PH2689>
           MOVE 'N'                    TO WSAA-DOC-FOUND                <PH2689>
                                          WSAA-ZDOC-EOF.                <PH2689>
      *                                                                 <PH2689>
           INITIALIZE                  ZDOCCHD-PARAMS.                  <PH2689>
           MOVE WSSP-COMPANY           TO ZDOCCHD-CHDRCOY.              <PH2689>
           MOVE S5363-CHDRNUM          TO ZDOCCHD-CHDRNUM.              <PH2689>
           MOVE ZDOCCHDREC             TO ZDOCCHD-FORMAT.               <PH2689>
           MOVE BEGN                   TO ZDOCCHD-FUNCTION.             <PH2689>
      *                                                                 <PH2689>
           PERFORM 2450-READ-DOCUMENT                                   <PH2689>
               UNTIL WSAA-ZDOC-EOF      = 'Y'.                          <PH2689>
      *                                                                 <PH2689>
       2449-EXIT.                                                       <PH2689>
           EXIT.                                                        <PH2689>
      /                                                                 <PH2689>
       2450-READ-DOCUMENT SECTION.                                      <PH2689>
      ****************************                                      <PH2689>
       2451-READ.                                                       <PH2689>
      *                                                                 <PH2689>
           CALL 'ZDOCCHDIO'         USING ZDOCCHD-PARAMS.               <PH2689>
      *                                                                 <PH2689>
           IF ZDOCCHD-STATUZ        NOT = O-K AND ENDP                  <PH2689>
              MOVE ZDOCCHD-STATUZ      TO SYSR-STATUZ                   <PH2689>
              MOVE ZDOCCHD-PARAMS      TO SYSR-PARAMS                   <PH2689>
              PERFORM 600-FATAL-ERROR                                   <PH2689>
           END-IF.                                                      <PH2689>
      *                                                                 <PH2689>
           IF ZDOCCHD-STATUZ            = ENDP                          <PH2689>
           OR ZDOCCHD-CHDRCOY       NOT = WSSP-COMPANY                  <PH2689>
           OR ZDOCCHD-CHDRNUM       NOT = S5363-CHDRNUM                 <PH2689>
              MOVE 'Y'                 TO WSAA-ZDOC-EOF                 <PH2689>
              GO TO 2459-EXIT                                           <PH2689>
           END-IF.                                                      <PH2689>
      *                                                                 <PH2689>
           MOVE NEXTR                  TO ZDOCCHD-FUNCTION.             <PH2689>
      *                                                                 <PH2689>
           IF  ZDOCCHD-REQTYPE          = 'U'                           <PH2689>
           AND ZDOCCHD-LIFE             = S5363-LIFE                    <PH2689>
           AND ZDOCCHD-REQSEQ           = S5363-REQSEQ                  <PH2689>
               MOVE 'Y'                TO WSAA-DOC-FOUND                <PH2689>
               MOVE 'Y'                TO WSAA-ZDOC-EOF                 <PH2689>
           END-IF.                                                      <PH2689>
      *                                                                 <PH2689>
       2459-EXIT.                                                       <PH2689>
           EXIT.                                                        <PH2689>
      /                                                                 <PH2689>
      *****************************************************************
      *     Update Database if required and Log Transaction
      *****************************************************************
           MOVE S5363-REQSEQ           TO ZURQ-REQSEQ.
           MOVE S5363-REQCODE          TO ZURQ-REQCODE.
           MOVE S5363-MANDFLAG         TO ZURQ-MANDFLAG.
           MOVE S5363-CLINIC           TO ZURQ-CLINIC.                  <PH2688>
           MOVE 'O'                    TO ZURQ-REQSTAT.
           MOVE WSAA-TODAY             TO ZURQ-RAISDATE.
           MOVE ZEROES                 TO ZURQ-RESPDATE.
      *
           MOVE S5363-NEWSTAT          TO ZURQ-REQSTAT.
           MOVE WSAA-TODAY             TO ZURQ-RESPDATE.
           MOVE S5363-CLINIC           TO ZURQ-CLINIC.                  <PH2688>
           MOVE ZURQREC                TO ZURQ-FORMAT.
           MOVE REWRT                  TO ZURQ-FUNCTION.
      *
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF  S5363-NEWSTAT            = 'R'                           <PH2688>
           AND S5363-CLINIC         NOT = SPACES                        <PH2688>
               PERFORM 3300-ACCRUE-FEE                                  <PH2688>
           END-IF.                                                      <PH2688>
      *                                                                 <PH2688>
       3290-EXIT.
           EXIT.
      /
       3300-ACCRUE-FEE SECTION.                                         <PH2688>
      *************************                                         <PH2688>
       3310-START.                                                      <PH2688>
      *                                                                 <PH2688>
      *  The examination is done: the clinic's fee accrues until        <PH2688>
      *  its invoice is matched by B5458.                               <PH2688>
      *                                                                 <PH2688>
           INITIALIZE                  ZPNA-PARAMS.                     <PH2688>
           MOVE S5363-CLINIC           TO ZPNA-CLINIC.                  <PH2688>
           MOVE ZURQ-CHDRCOY           TO ZPNA-CHDRCOY.                 <PH2688>
           MOVE ZURQ-CHDRNUM           TO ZPNA-CHDRNUM.                 <PH2688>
           MOVE ZURQ-LIFE              TO ZPNA-LIFE.                    <PH2688>
           MOVE ZURQ-REQSEQ            TO ZPNA-REQSEQ.                  <PH2688>
           MOVE ZURQ-REQCODE           TO ZPNA-REQCODE.                 <PH2688>
           MOVE WSAA-TODAY             TO ZPNA-EXAMDATE.                <PH2688>
           MOVE WSAA-CLINIC-FEE        TO ZPNA-FEEAMT.                  <PH2688>
           MOVE ZEROES                 TO ZPNA-INVAMT                   <PH2688>
                                          ZPNA-STMTYM.                  <PH2688>
           MOVE SPACES                 TO ZPNA-INVNUM.                  <PH2688>
           MOVE 'A'                    TO ZPNA-ACCRSTAT.                <PH2688>
           MOVE WSSP-USERID            TO ZPNA-USERID.                  <PH2688>
           MOVE ZPNAREC                TO ZPNA-FORMAT.                  <PH2688>
           MOVE WRITR                  TO ZPNA-FUNCTION.                <PH2688>
      *                                                                 <PH2688>
           CALL 'ZPNAIO'            USING ZPNA-PARAMS.                  <PH2688>
      *                                                                 <PH2688>
           IF ZPNA-STATUZ           NOT = O-K                           <PH2688>
              MOVE ZPNA-STATUZ         TO SYSR-STATUZ                   <PH2688>
              MOVE ZPNA-PARAMS         TO SYSR-PARAMS                   <PH2688>
              PERFORM 600-FATAL-ERROR                                   <PH2688>
           END-IF.                                                      <PH2688>
      *                                                                 <PH2688>
       3390-EXIT.                                                       <PH2688>
           EXIT.                                                        <PH2688>
      /                                                                 <PH2688>
      *****************************************************************
      *     Decide which Transaction Program is Next
      *****************************************************************
