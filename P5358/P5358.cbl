      *
      * A PTRN is written so the endorsement shows in history.
      *
      * The change may be dated ahead of today; it is then held on      <PH2663>
      * the scheduled-change register and applied by B5432 on the       <PH2663>
      * day.                                                            <PH2663>
      *                                                                 <PH2663>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      *           slots 1-5 so component rounding cannot leave the          *
      *           total adrift.                                             *
      *                                                                     *
      * 15/10/26  01/01   PH2663       Phi Tran - IT DEV                    *
      *           The change may be dated ahead: it is held on the          *
      *           scheduled-change register (ZSCH) and applied by           *
      *           B5432 on the effective date.                              *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  F665                    PIC X(04) VALUE 'F665'.
           03  E544                    PIC X(04) VALUE 'E544'.
           03  EV19                    PIC X(04) VALUE 'EV19'.          <PH2663>
           03  EV20                    PIC X(04) VALUE 'EV20'.          <PH2663>
      *
       01  TABLES.
           03  T3620                   PIC X(05) VALUE 'T3620'.
           03  MANDREC                 PIC X(10) VALUE 'MANDREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZSCHREC                 PIC X(10) VALUE 'ZSCHREC'.       <PH2663>
      /
           COPY VARCOM.
      /
           COPY CLRFSKM.
           COPY PTRNSKM.
           COPY ITEMSKM.
           COPY ZSCHSKM.                                                <PH2663>
           COPY NAMADRSREC.
           COPY DATCON1REC.
      /
           IF S5358-CHDRNUM-ERR     NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *                                                                 <PH2663>
      *  The change may be dated ahead to take effect later.            <PH2663>
      *                                                                 <PH2663>
           PERFORM 2500-CHECK-EFFDATE.                                  <PH2663>
      *                                                                 <PH2663>
           IF S5358-EFFDATE-ERR     NOT = SPACES                        <PH2663>
              GO TO 2080-CHECK-FOR-ERRORS                               <PH2663>
           END-IF.                                                      <PH2663>
      *
      *  At least one of frequency / channel must actually change.
      *
           END-IF.
      *
           IF  MAND-EXPDATE         NOT = ZEROES
      **** AND MAND-EXPDATE             < WSAA-TODAY                    <PH2663>
           AND MAND-EXPDATE             < S5358-EFFDATE                 <PH2663>
               MOVE E544               TO S5358-MANDREF-ERR
           END-IF.
      *
      *
       2459-EXIT.
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
           IF S5358-EFFDATE             = ZEROES                        <PH2663>
              MOVE WSAA-TODAY          TO S5358-EFFDATE                 <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
           IF WSSP-FLAG                 = 'S'                           <PH2663>
              GO TO 2590-EXIT                                           <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
           IF S5358-EFFDATE             < WSAA-TODAY                    <PH2663>
              MOVE EV19                TO S5358-EFFDATE-ERR             <PH2663>
              GO TO 2590-EXIT                                           <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
           IF S5358-EFFDATE             = WSAA-TODAY                    <PH2663>
              GO TO 2590-EXIT                                           <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
      *  Only one change of this kind may wait on any one date.         <PH2663>
      *                                                                 <PH2663>
           INITIALIZE                  ZSCH-PARAMS.                     <PH2663>
           MOVE WSSP-COMPANY           TO ZSCH-CHDRCOY.                 <PH2663>
           MOVE S5358-CHDRNUM          TO ZSCH-CHDRNUM.                 <PH2663>
           MOVE WSAA-PROG              TO ZSCH-PROG.                    <PH2663>
           MOVE S5358-EFFDATE          TO ZSCH-EFFDATE.                 <PH2663>
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
               MOVE EV20               TO S5358-EFFDATE-ERR             <PH2663>
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
           IF  S5358-EFFDATE            > WSAA-TODAY                    <PH2663>
           AND WSSP-FLAG            NOT = 'S'                           <PH2663>
               PERFORM 3900-SCHEDULE-CHANGE                             <PH2663>
               GO TO 3090-EXIT                                          <PH2663>
           END-IF.                                                      <PH2663>
      *
           PERFORM 3100-UPDATE-CHDR.
           PERFORM 3200-UPDATE-PAYR.
           MOVE CHDRLIF-CHDRCOY        TO PTRN-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PTRN-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO PTRN-TRANNO.
      **** MOVE WSAA-TODAY             TO PTRN-PTRNEFF.                 <PH2663>
           MOVE S5358-EFFDATE          TO PTRN-PTRNEFF.                 <PH2663>
           MOVE WSAA-TODAY             TO PTRN-TRANSACTION-DATE.
           MOVE WSAA-TODAY             TO PTRN-DATESUB.
           MOVE PTRNREC                TO PTRN-FORMAT.
      *
       3390-EXIT.
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
           MOVE S5358-CHDRNUM          TO ZSCH-CHDRNUM.                 <PH2663>
           MOVE WSAA-PROG              TO ZSCH-PROG.                    <PH2663>
           MOVE S5358-EFFDATE          TO ZSCH-EFFDATE.                 <PH2663>
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
           MOVE S5358-CHDRNUM          TO ZSCH-CHDRNUM.                 <PH2663>
           MOVE WSAA-PROG              TO ZSCH-PROG.                    <PH2663>
           MOVE S5358-EFFDATE          TO ZSCH-EFFDATE.                 <PH2663>
           MOVE WSSP-BATCHKEY          TO ZSCH-BATCHKEY.                <PH2663>
           MOVE WSSP-FSUCO             TO ZSCH-FSUCO.                   <PH2663>
           MOVE WSSP-LANGUAGE          TO ZSCH-LANGUAGE.                <PH2663>
           MOVE WSSP-USERID            TO ZSCH-USERID.                  <PH2663>
           MOVE WSAA-TODAY             TO ZSCH-ENTDATE.                 <PH2663>
           MOVE ZEROES                 TO ZSCH-APPDATE                  <PH2663>
                                          ZSCH-TRANNO.                  <PH2663>
           MOVE SPACES                 TO ZSCH-ERRCODE.                 <PH2663>
           MOVE 'P'                    TO ZSCH-SCHSTAT.                 <PH2663>
           MOVE S5358-DATA-AREA        TO ZSCH-CHGDATA.                 <PH2663>
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
