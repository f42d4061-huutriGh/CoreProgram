      *
      *     There is no updating in this program.
      *
      *     Each enquiry is recorded on the ZVEW access log through     <PH2681>
      *     ZVEWLOG - user, terminal, sign-on branch, contract and      <PH2681>
      *     owner - for the weekly B5450 access review.                 <PH2681>
      *                                                                 <PH2681>
      *
      * Next Program
      * ------------
      * 16/10/20  01/01   PS070        Mai Yen Phi - IT                     *
      *           RECOMPILED                                           ??   *
      *                                                                     *
      * 15/10/26  01/01   PH2681       Phi Tran - IT DEV                    *
      *           Record each enquiry on the ZVEW view access log           *
      *           through ZVEWLOG.                                          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
      *
      *
           COPY SYSERRREC.
           COPY CONERRREC.                                              <PHFX79>
           COPY ZVEWLOGREC.                                             <PH2681>
      *
           COPY OPSTATSREC.
      *
           MOVE CHDRENQ-CNTTYPE        TO S6235-CNTTYPE.
           MOVE CHDRENQ-CNTCURR        TO S6235-CNTCURR.
           MOVE CHDRENQ-REGISTER       TO S6235-REGISTER.
           PERFORM 1500-LOG-VIEW.                                       <PH2681>
      *
      * Obtain the Life Assured and Joint Life Assured, if they exist.
      * The BEGN function is used to retrieve the first Life for the
      *1490-EXIT.                                                       <003>
      ***** EXIT.                                                       <003>
      /
       1500-LOG-VIEW SECTION.                                           <PH2681>
      ***********************                                           <PH2681>
      *                                                                 <PH2681>
       1510-START.                                                      <PH2681>
      *                                                                 <PH2681>
      * Record the enquiry on the access log against the contract       <PH2681>
      * owner.                                                          <PH2681>
      *                                                                 <PH2681>
           INITIALIZE                  ZVWL-ZVEWLOG-REC.                <PH2681>
           MOVE 'LOG '                 TO ZVWL-FUNCTION.                <PH2681>
           MOVE WSAA-PROG              TO ZVWL-PROGNAME.                <PH2681>
           MOVE WSSP-USERID            TO ZVWL-USERID.                  <PH2681>
           MOVE VRCM-TERMID            TO ZVWL-TERMID.                  <PH2681>
           MOVE WSSP-BRANCH            TO ZVWL-BRANCH.                  <PH2681>
           MOVE CHDRENQ-CHDRCOY        TO ZVWL-COMPANY.                 <PH2681>
           MOVE CHDRENQ-CHDRNUM        TO ZVWL-CHDRNUM.                 <PH2681>
      *                                                                 <PH2681>
           CALL 'ZVEWLOG'           USING ZVWL-ZVEWLOG-REC.             <PH2681>
      *                                                                 <PH2681>
           IF ZVWL-STATUZ           NOT = O-K                           <PH2681>
              MOVE ZVWL-STATUZ         TO SYSR-STATUZ                   <PH2681>
              MOVE ZVWL-ZVEWLOG-REC    TO SYSR-PARAMS                   <PH2681>
              PERFORM 600-FATAL-ERROR.                                  <PH2681>
      *                                                                 <PH2681>
       1590-EXIT.                                                       <PH2681>
           EXIT.                                                        <PH2681>
      /                                                                 <PH2681>
      *****************************************************************
      *     RETRIEVE SCREEN FIELDS AND EDIT
      *****************************************************************
