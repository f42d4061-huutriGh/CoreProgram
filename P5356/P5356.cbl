      * missing, not active, or outside its effective dates, routing
      * the exception to the servicing branch instead.
      *
      * A change to the bank or account a mandate collects from is      <PH2680>
      * logged on the client change log (ZCHGLOG, group 'B'), so        <PH2680>
      * that payouts in the alert window ask for a second signature.    <PH2680>
      *                                                                 <PH2680>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      *           B5408 loader may activate it, so first collections        *
      *           stop bouncing for "no mandate held".                      *
      *                                                                     *
      * 15/10/26  01/01   PH2680       Phi Tran - IT DEV                    *
      *           Bank key and account of an added or amended mandate       *
      *           logged through ZCHGLOG, field group 'B'.                  *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-MAND-EXISTS            PIC X(01) VALUE 'N'.
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.               <PH2680>
       01  WSAA-OLD-BANKKEY            PIC X(30) VALUE SPACES.          <PH2680>
       01  WSAA-OLD-BANKACCKEY         PIC X(30) VALUE SPACES.          <PH2680>
       01  WSAA-CHG-FLDNAME            PIC X(10) VALUE SPACES.          <PH2680>
       01  WSAA-CHG-OLDVAL             PIC X(50) VALUE SPACES.          <PH2680>
       01  WSAA-CHG-NEWVAL             PIC X(50) VALUE SPACES.          <PH2680>
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
           COPY DATCON1REC.                                             <PH2680>
           COPY ZCHGLOGREC.                                             <PH2680>
      /
           COPY MANDSKM.
           COPY CLTSSKM.
      *****************************
       3110-START.
      *
      *  The account collected from before this change - none for       <PH2680>
      *  a new mandate.                                                 <PH2680>
      *                                                                 <PH2680>
           IF WSSP-FLAG                 = 'M'                           <PH2680>
              MOVE MAND-BANKKEY        TO WSAA-OLD-BANKKEY              <PH2680>
              MOVE MAND-BANKACCKEY     TO WSAA-OLD-BANKACCKEY           <PH2680>
           ELSE                                                         <PH2680>
              MOVE SPACES              TO WSAA-OLD-BANKKEY              <PH2680>
                                          WSAA-OLD-BANKACCKEY           <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           MOVE WSSP-COMPANY           TO MAND-PAYRCOY.
           MOVE S5356-PAYRNUM          TO MAND-PAYRNUM.
           MOVE S5356-MANDREF          TO MAND-MANDREF.
              MOVE MAND-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *                                                                 <PH2680>
           PERFORM 3500-LOG-BANK-CHANGE.                                <PH2680>
      *
       3290-EXIT.
           EXIT.
              MOVE MAND-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *                                                                 <PH2680>
           PERFORM 3500-LOG-BANK-CHANGE.                                <PH2680>
      *
       3390-EXIT.
           EXIT.
       3490-EXIT.
           EXIT.
      /
       3500-LOG-BANK-CHANGE SECTION.                                    <PH2680>
      ******************************                                    <PH2680>
       3510-START.                                                      <PH2680>
      *                                                                 <PH2680>
           MOVE TDAY                   TO DTC1-FUNCTION.                <PH2680>
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.             <PH2680>
           MOVE DTC1-INT-DATE          TO WSAA-TODAY.                   <PH2680>
      *                                                                 <PH2680>
           MOVE 'BANKKEY'              TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-OLD-BANKKEY       TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE MAND-BANKKEY           TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM 3550-LOG-ONE.                                        <PH2680>
      *                                                                 <PH2680>
           MOVE 'BANKACCKEY'           TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-OLD-BANKACCKEY    TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE MAND-BANKACCKEY        TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM 3550-LOG-ONE.                                        <PH2680>
      *                                                                 <PH2680>
       3590-EXIT.                                                       <PH2680>
           EXIT.                                                        <PH2680>
      /                                                                 <PH2680>
       3550-LOG-ONE SECTION.                                            <PH2680>
      **********************                                            <PH2680>
       3551-START.                                                      <PH2680>
      *                                                                 <PH2680>
           IF WSAA-CHG-OLDVAL           = WSAA-CHG-NEWVAL               <PH2680>
              GO TO 3559-EXIT                                           <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           INITIALIZE                  ZCGL-ZCHGLOG-REC.                <PH2680>
           MOVE 'LOG '                 TO ZCGL-FUNCTION.                <PH2680>
           MOVE WSSP-COMPANY           TO ZCGL-COMPANY.                 <PH2680>
           MOVE WSSP-FSUCO             TO ZCGL-CLNTCOY.                 <PH2680>
           MOVE S5356-PAYRNUM          TO ZCGL-CLNTNUM.                 <PH2680>
           MOVE WSAA-TODAY             TO ZCGL-EFFDATE.                 <PH2680>
           MOVE 'B'                    TO ZCGL-FLDGRP.                  <PH2680>
           MOVE WSAA-CHG-FLDNAME       TO ZCGL-FLDNAME.                 <PH2680>
           MOVE WSAA-CHG-OLDVAL        TO ZCGL-OLDVAL.                  <PH2680>
           MOVE WSAA-CHG-NEWVAL        TO ZCGL-NEWVAL.                  <PH2680>
           MOVE WSSP-USERID            TO ZCGL-USERID.                  <PH2680>
           MOVE VRCM-TERMID            TO ZCGL-TERMID.                  <PH2680>
      *                                                                 <PH2680>
           CALL 'ZCHGLOG'           USING ZCGL-ZCHGLOG-REC.             <PH2680>
      *                                                                 <PH2680>
           IF ZCGL-STATUZ           NOT = O-K                           <PH2680>
              MOVE ZCGL-STATUZ         TO SYSR-STATUZ                   <PH2680>
              MOVE ZCGL-ZCHGLOG-REC    TO SYSR-PARAMS                   <PH2680>
              PERFORM 600-FATAL-ERROR                                   <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
       3559-EXIT.                                                       <PH2680>
           EXIT.                                                        <PH2680>
      /                                                                 <PH2680>
      *****************************************************************
      *     Decide which Transaction Program is Next
      *****************************************************************
