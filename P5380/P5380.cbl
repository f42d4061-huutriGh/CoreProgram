      * write a PTRN, so the valuation extract B5387 produces can
      * eventually carry fund-level detail.
      *
      * A redirection may be dated ahead of today; it is then held      <PH2663>
      * on the scheduled-change register and applied by B5432 on        <PH2663>
      * the day.  A switch is always made today.                        <PH2663>
      *                                                                 <PH2663>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * 02/09/26  01/01   PH2613       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2663       Phi Tran - IT DEV                    *
      *           A redirection may be dated ahead: it is held on           *
      *           the scheduled-change register (ZSCH) and applied          *
      *           by B5432 on the effective date.                           *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  E544                    PIC X(04) VALUE 'E544'.
           03  EV19                    PIC X(04) VALUE 'EV19'.          <PH2663>
           03  EV20                    PIC X(04) VALUE 'EV20'.          <PH2663>
           03  EV21                    PIC X(04) VALUE 'EV21'.          <PH2663>
      *
       01  TABLES.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  ZFDRREC                 PIC X(10) VALUE 'ZFDRREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZSCHREC                 PIC X(10) VALUE 'ZSCHREC'.       <PH2663>
      /
           COPY VARCOM.
      /
           COPY ZFDRSKM.
           COPY PTRNSKM.
           COPY ITEMSKM.
           COPY ZSCHSKM.                                                <PH2663>
           COPY T5645REC.
           COPY TV109REC.
           COPY LIFACMVREC.
              MOVE E005                TO S5380-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *                                                                 <PH2663>
      *  The change may be dated ahead to take effect later.            <PH2663>
      *                                                                 <PH2663>
           PERFORM 2500-CHECK-EFFDATE.                                  <PH2663>
      *                                                                 <PH2663>
           IF S5380-EFFDATE-ERR     NOT = SPACES                        <PH2663>
              GO TO 2080-CHECK-FOR-ERRORS                               <PH2663>
           END-IF.                                                      <PH2663>
      *
           EVALUATE S5380-ZACTION

      *
       2390-EXIT.
           EXIT.
      /                                                                 <PH2663>
       2500-CHECK-EFFDATE SECTION.                                      <PH2663>
      ****************************                                      <PH2663>
       2510-START.                                                      <PH2663>
      *                                                                 <PH2663>
      *  No date keyed means the change takes effect today.  A date     <PH2663>
      *  already past is refused.  A date ahead is held on the          <PH2663>
      *  scheduled-change register (ZSCH) for B5432, which brings       <PH2663>
      *  the change back through this program on the day with           <PH2663>
      *  WSSP-FLAG 'S' - the date is not then checked against today.    <PH2663>
      *                                                                 <PH2663>
           IF S5380-EFFDATE             = ZEROES                        <PH2663>
              MOVE WSAA-TODAY          TO S5380-EFFDATE                 <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
           IF WSSP-FLAG                 = 'S'                           <PH2663>
              GO TO 2590-EXIT                                           <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
           IF S5380-EFFDATE             < WSAA-TODAY                    <PH2663>
              MOVE EV19                TO S5380-EFFDATE-ERR             <PH2663>
              GO TO 2590-EXIT                                           <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
           IF S5380-EFFDATE             = WSAA-TODAY                    <PH2663>
              GO TO 2590-EXIT                                           <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
      *  Only a redirection may wait - a switch is valued and           <PH2663>
      *  priced on the day it is keyed.                                 <PH2663>
      *                                                                 <PH2663>
           IF S5380-ZACTION         NOT = 'R'                           <PH2663>
              MOVE EV21                TO S5380-EFFDATE-ERR             <PH2663>
              GO TO 2590-EXIT                                           <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
      *  Only one change of this kind may wait on any one date.         <PH2663>
      *                                                                 <PH2663>
           INITIALIZE                  ZSCH-PARAMS.                     <PH2663>
           MOVE WSSP-COMPANY           TO ZSCH-CHDRCOY.                 <PH2663>
           MOVE S5380-CHDRNUM          TO ZSCH-CHDRNUM.                 <PH2663>
           MOVE WSAA-PROG              TO ZSCH-PROG.                    <PH2663>
           MOVE S5380-EFFDATE          TO ZSCH-EFFDATE.                 <PH2663>
           MOVE ZSCHREC                TO ZSCH-FORMAT.                  <PH2663>
           MOVE READR                  TO ZSCH-FUNCTION.                <PH2663>
      *                                                                 <PH2663>
           CALL 'ZSCHIO'            USING ZSCH-PARAMS.                  <PH2663>
      *                                                                 <PH2663>
           IF ZSCH-STATUZ           NOT = O-K AND MRNF                  <PH2663>
              MOVE ZSCH-STATUZ         TO SYSR-STATUZ                   <PH2663>
              MOVE ZSCH-PARAMS         TO SYSR-PARAMS                   <PH2663>
              PERFORM 600-FATAL-ERROR                                   <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
           IF  ZSCH-STATUZ              = O-K                           <PH2663>
           AND ZSCH-SCHSTAT             = 'P'                           <PH2663>
               MOVE EV20               TO S5380-EFFDATE-ERR             <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
       2590-EXIT.                                                       <PH2663>
           EXIT.                                                        <PH2663>
      /
      *****************************************************************
      *     Update Database if required and Log Transaction
      *********************
      *
       3010-UPDATE-DATABASE.
      *                                                                 <PH2663>
           IF  S5380-EFFDATE            > WSAA-TODAY                    <PH2663>
           AND WSSP-FLAG            NOT = 'S'                           <PH2663>
               PERFORM 3900-SCHEDULE-CHANGE                             <PH2663>
               GO TO 3090-EXIT                                          <PH2663>
           END-IF.                                                      <PH2663>
      *
           PERFORM 3100-UPDATE-CHDR.
      *
           MOVE CHDRLIF-CHDRCOY        TO PTRN-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PTRN-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO PTRN-TRANNO.
      **** MOVE WSAA-TODAY             TO PTRN-PTRNEFF.                 <PH2663>
           MOVE S5380-EFFDATE          TO PTRN-PTRNEFF.                 <PH2663>
           MOVE WSAA-TODAY             TO PTRN-TRANSACTION-DATE.
           MOVE WSAA-TODAY             TO PTRN-DATESUB.
           MOVE PTRNREC                TO PTRN-FORMAT.
      *
       3590-EXIT.
           EXIT.
      /                                                                 <PH2663>
       3900-SCHEDULE-CHANGE SECTION.                                    <PH2663>
      ******************************                                    <PH2663>
       3910-START.                                                      <PH2663>
      *                                                                 <PH2663>
      *  Hold the change as keyed for B5432 to apply on its date.       <PH2663>
      *  An applied or failed entry left on the same date is            <PH2663>
      *  replaced.                                                      <PH2663>
      *                                                                 <PH2663>
           INITIALIZE                  ZSCH-PARAMS.                     <PH2663>
           MOVE WSSP-COMPANY           TO ZSCH-CHDRCOY.                 <PH2663>
           MOVE S5380-CHDRNUM          TO ZSCH-CHDRNUM.                 <PH2663>
           MOVE WSAA-PROG              TO ZSCH-PROG.                    <PH2663>
           MOVE S5380-EFFDATE          TO ZSCH-EFFDATE.                 <PH2663>
           MOVE ZSCHREC                TO ZSCH-FORMAT.                  <PH2663>
           MOVE READH                  TO ZSCH-FUNCTION.                <PH2663>
      *                                                                 <PH2663>
           CALL 'ZSCHIO'            USING ZSCH-PARAMS.                  <PH2663>
      *                                                                 <PH2663>
           IF ZSCH-STATUZ           NOT = O-K AND MRNF                  <PH2663>
              MOVE ZSCH-STATUZ         TO SYSR-STATUZ                   <PH2663>
              MOVE ZSCH-PARAMS         TO SYSR-PARAMS                   <PH2663>
              PERFORM 600-FATAL-ERROR                                   <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
           IF ZSCH-STATUZ               = O-K                           <PH2663>
              MOVE REWRT               TO ZSCH-FUNCTION                 <PH2663>
           ELSE                                                         <PH2663>
              MOVE WRITR               TO ZSCH-FUNCTION                 <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
           MOVE WSSP-COMPANY           TO ZSCH-CHDRCOY.                 <PH2663>
           MOVE S5380-CHDRNUM          TO ZSCH-CHDRNUM.                 <PH2663>
           MOVE WSAA-PROG              TO ZSCH-PROG.                    <PH2663>
           MOVE S5380-EFFDATE          TO ZSCH-EFFDATE.                 <PH2663>
           MOVE WSSP-BATCHKEY          TO ZSCH-BATCHKEY.                <PH2663>
           MOVE WSSP-FSUCO             TO ZSCH-FSUCO.                   <PH2663>
           MOVE WSSP-LANGUAGE          TO ZSCH-LANGUAGE.                <PH2663>
           MOVE WSSP-USERID            TO ZSCH-USERID.                  <PH2663>
           MOVE WSAA-TODAY             TO ZSCH-ENTDATE.                 <PH2663>
           MOVE ZEROES                 TO ZSCH-APPDATE                  <PH2663>
                                          ZSCH-TRANNO.                  <PH2663>
           MOVE SPACES                 TO ZSCH-ERRCODE.                 <PH2663>
           MOVE 'P'                    TO ZSCH-SCHSTAT.                 <PH2663>
           MOVE S5380-DATA-AREA        TO ZSCH-CHGDATA.                 <PH2663>
           MOVE ZSCHREC                TO ZSCH-FORMAT.                  <PH2663>
      *                                                                 <PH2663>
           CALL 'ZSCHIO'            USING ZSCH-PARAMS.                  <PH2663>
      *                                                                 <PH2663>
           IF ZSCH-STATUZ           NOT = O-K                           <PH2663>
              MOVE ZSCH-STATUZ         TO SYSR-STATUZ                   <PH2663>
              MOVE ZSCH-PARAMS         TO SYSR-PARAMS                   <PH2663>
              PERFORM 600-FATAL-ERROR                                   <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
       3990-EXIT.                                                       <PH2663>
           EXIT.                                                        <PH2663>
      /
      *****************************************************************
      *     Decide which Transaction Program is Next
