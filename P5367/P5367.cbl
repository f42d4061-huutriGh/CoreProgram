      *    through LETC (letter type from TR384 for this
      *    transaction).
      *
      * The change may be dated ahead of today; it is then held on      <PH2663>
      * the scheduled-change register and applied by B5432 on the       <PH2663>
      * day, when the minor test is made at the effective date and      <PH2663>
      * B5432 sends the confirmation letter in place of this one.       <PH2663>
      *                                                                 <PH2663>
      * A contract under a legal hold on the ZHLD register - on the     <PH2664>
      * contract itself or on the client who owns it - is refused.      <PH2664>
      *                                                                 <PH2664>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      *           risk status is in force on T5679 for this                 *
      *           transaction.                                              *
      *                                                                     *
      * 15/10/26  01/01   PH2663       Phi Tran - IT DEV                    *
      *           The change may be dated ahead: it is held on the          *
      *           scheduled-change register (ZSCH) and applied by           *
      *           B5432 on the effective date, which confirms it by         *
      *           letter in place of this program.                          *
      *                                                                     *
      * 15/10/26  01/01   PH2664       Phi Tran - IT DEV                    *
      *           Legal hold: the transaction is refused (EV22) while a     *
      *           hold on the ZHLD register freezes the contract or the     *
      *           client who owns it.                                       *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  H118                    PIC X(04) VALUE 'H118'.
           03  EV19                    PIC X(04) VALUE 'EV19'.          <PH2663>
           03  EV20                    PIC X(04) VALUE 'EV20'.          <PH2663>
           03  EV22                    PIC X(04) VALUE 'EV22'.          <PH2664>
      *
       01  TABLES.
           03  T5679                   PIC X(05) VALUE 'T5679'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZSCHREC                 PIC X(10) VALUE 'ZSCHREC'.       <PH2663>
      /
           COPY VARCOM.
      /
           COPY CLTSSKM.
           COPY PTRNSKM.
           COPY ITEMSKM.
           COPY ZSCHSKM.                                                <PH2663>
           COPY T5679REC.
           COPY TR384REC.
           COPY LETRQSTREC.
           COPY DATCON1REC.
           COPY ZHLDCHKREC.                                             <PH2664>
           COPY DATCON3REC.
      /
       LINKAGE SECTION.
              MOVE H118                TO S5367-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *                                                                 <PH2663>
      *  The change may be dated ahead to take effect later.            <PH2663>
      *                                                                 <PH2663>
           PERFORM 2500-CHECK-EFFDATE.                                  <PH2663>
      *                                                                 <PH2663>
           IF S5367-EFFDATE-ERR     NOT = SPACES                        <PH2663>
              GO TO 2080-CHECK-FOR-ERRORS                               <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2664>
      *  Nothing may be processed on a contract frozen by a legal       <PH2664>
      *  hold (court order, police request or fraud enquiry) on         <PH2664>
      *  the contract or its owner - ZHLD register, P5398.              <PH2664>
      *                                                                 <PH2664>
           INITIALIZE                  ZHCK-ZHLDCHK-REC.                <PH2664>
           MOVE WSSP-COMPANY           TO ZHCK-CHDRCOY.                 <PH2664>
           MOVE S5367-CHDRNUM          TO ZHCK-CHDRNUM.                 <PH2664>
           MOVE S5367-EFFDATE          TO ZHCK-EFFDATE.                 <PH2664>
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
              MOVE EV22                TO S5367-CHDRNUM-ERR             <PH2664>
              GO TO 2080-CHECK-FOR-ERRORS                               <PH2664>
           END-IF.                                                      <PH2664>
      *
      *  Validate the replacement set and total the shares.
      *
           IF CLTS-CLTDOB           NOT = ZEROES
              MOVE '01'                TO DTC3-FREQUENCY
              MOVE CLTS-CLTDOB         TO DTC3-INT-DATE-1
      ****    MOVE WSAA-TODAY          TO DTC3-INT-DATE-2               <PH2663>
              MOVE S5367-EFFDATE       TO DTC3-INT-DATE-2               <PH2663>
      *
              CALL 'DATCON3'        USING DTC3-DATCON3-REC
      *
      *
       2190-EXIT.
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
           IF S5367-EFFDATE             = ZEROES                        <PH2663>
              MOVE WSAA-TODAY          TO S5367-EFFDATE                 <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
           IF WSSP-FLAG                 = 'S'                           <PH2663>
              GO TO 2590-EXIT                                           <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
           IF S5367-EFFDATE             < WSAA-TODAY                    <PH2663>
              MOVE EV19                TO S5367-EFFDATE-ERR             <PH2663>
              GO TO 2590-EXIT                                           <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
           IF S5367-EFFDATE             = WSAA-TODAY                    <PH2663>
              GO TO 2590-EXIT                                           <PH2663>
           END-IF.                                                      <PH2663>
      *                                                                 <PH2663>
      *  Only one change of this kind may wait on any one date.         <PH2663>
      *                                                                 <PH2663>
           INITIALIZE                  ZSCH-PARAMS.                     <PH2663>
           MOVE WSSP-COMPANY           TO ZSCH-CHDRCOY.                 <PH2663>
           MOVE S5367-CHDRNUM          TO ZSCH-CHDRNUM.                 <PH2663>
           MOVE WSAA-PROG              TO ZSCH-PROG.                    <PH2663>
           MOVE S5367-EFFDATE          TO ZSCH-EFFDATE.                 <PH2663>
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
               MOVE EV20               TO S5367-EFFDATE-ERR             <PH2663>
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
           IF  S5367-EFFDATE            > WSAA-TODAY                    <PH2663>
           AND WSSP-FLAG            NOT = 'S'                           <PH2663>
               PERFORM 3900-SCHEDULE-CHANGE                             <PH2663>
               GO TO 3090-EXIT                                          <PH2663>
           END-IF.                                                      <PH2663>
      *
           PERFORM 3100-UPDATE-CHDR.
           PERFORM 3200-SUPERSEDE-OLD-SET.
           PERFORM 3300-WRITE-NEW-SET.
           PERFORM 3400-WRITE-PTRN.
      **** PERFORM 3500-REQUEST-LETTER.                                 <PH2663>
           IF WSSP-FLAG             NOT = 'S'                           <PH2663>
              PERFORM 3500-REQUEST-LETTER                               <PH2663>
           END-IF.                                                      <PH2663>
      *
       3090-EXIT.
            EXIT.
           MOVE S5367-BNYPC (WSAA-SUB) TO BNFYLNB-BNYPC.
           MOVE S5367-GUARDIAN (WSAA-SUB)
                                       TO BNFYLNB-GUARDIAN.
      **** MOVE WSAA-TODAY             TO BNFYLNB-EFFDATE.              <PH2663>
           MOVE S5367-EFFDATE          TO BNFYLNB-EFFDATE.              <PH2663>
           MOVE '1'                    TO BNFYLNB-VALIDFLAG.
           MOVE CHDRLIF-TRANNO         TO BNFYLNB-TRANNO.
           MOVE BNFYLNBREC             TO BNFYLNB-FORMAT.
           MOVE CHDRLIF-CHDRCOY        TO PTRN-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PTRN-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO PTRN-TRANNO.
      **** MOVE WSAA-TODAY             TO PTRN-PTRNEFF.                 <PH2663>
           MOVE S5367-EFFDATE          TO PTRN-PTRNEFF.                 <PH2663>
           MOVE WSAA-TODAY             TO PTRN-TRANSACTION-DATE.
           MOVE WSAA-TODAY             TO PTRN-DATESUB.
           MOVE PTRNREC                TO PTRN-FORMAT.
      *
       3559-EXIT.
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
           MOVE S5367-CHDRNUM          TO ZSCH-CHDRNUM.                 <PH2663>
           MOVE WSAA-PROG              TO ZSCH-PROG.                    <PH2663>
           MOVE S5367-EFFDATE          TO ZSCH-EFFDATE.                 <PH2663>
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
           MOVE S5367-CHDRNUM          TO ZSCH-CHDRNUM.                 <PH2663>
           MOVE WSAA-PROG              TO ZSCH-PROG.                    <PH2663>
           MOVE S5367-EFFDATE          TO ZSCH-EFFDATE.                 <PH2663>
           MOVE WSSP-BATCHKEY          TO ZSCH-BATCHKEY.                <PH2663>
           MOVE WSSP-FSUCO             TO ZSCH-FSUCO.                   <PH2663>
           MOVE WSSP-LANGUAGE          TO ZSCH-LANGUAGE.                <PH2663>
           MOVE WSSP-USERID            TO ZSCH-USERID.                  <PH2663>
           MOVE WSAA-TODAY             TO ZSCH-ENTDATE.                 <PH2663>
           MOVE ZEROES                 TO ZSCH-APPDATE                  <PH2663>
                                          ZSCH-TRANNO.                  <PH2663>
           MOVE SPACES                 TO ZSCH-ERRCODE.                 <PH2663>
           MOVE 'P'                    TO ZSCH-SCHSTAT.                 <PH2663>
           MOVE S5367-DATA-AREA        TO ZSCH-CHGDATA.                 <PH2663>
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
