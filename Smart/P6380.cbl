      *
      *  This is a read-only enquiry. It never issues a WRITR/DELS/
      *  REWRT function of its own - only READR/BEGN/NEXTR.
      *                                                                 <PH2681>
      *  Each time the screen is brought up the view is recorded        <PH2681>
      *  on the ZVEW access log (ZVEWLOG) with the user, terminal,      <PH2681>
      *  sign-on branch and client, for the weekly B5450 review.        <PH2681>
      *
      *****************************************************************
      *              AMENDMENT  HISTORY                               *
      * 09/08/26    PHE.   New program - live client 360-view
      *                    enquiry, invoked from the client window.
      *
      * 15/10/26    P.T.   Record each view on the ZVEW access
      *                    log through ZVEWLOG.
      *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
           COPY PTRNSKM.
      *
           COPY ZPAYAMTREC.
      *                                                                 <PH2681>
           COPY ZVEWLOGREC.                                             <PH2681>
      /
       LINKAGE SECTION.
      * Screen copybooks are part of the linkage.
      *
              MOVE WSSP-CLNTKEY         TO WSAA-CLTSKEY
              MOVE WSKY-CLTS-CLNTNUM    TO S6380-CLNTNUM.
      *
           IF S6380-CLNTNUM             NOT = SPACES                    <PH2681>
              PERFORM 1100-LOG-VIEW.                                    <PH2681>
      *
       1090-EXIT.
            EXIT.
      /
       1100-LOG-VIEW SECTION.                                           <PH2681>
      ***********************                                           <PH2681>
      *                                                                 <PH2681>
      * Record the view on the access log.                              <PH2681>
      *                                                                 <PH2681>
       1110-LOG-VIEW.                                                   <PH2681>
           INITIALIZE                     ZVWL-ZVEWLOG-REC.             <PH2681>
           MOVE 'LOG '                 TO ZVWL-FUNCTION.                <PH2681>
           MOVE WSAA-PROG              TO ZVWL-PROGNAME.                <PH2681>
           MOVE WSSP-USERID            TO ZVWL-USERID.                  <PH2681>
           MOVE VRCM-TERMID            TO ZVWL-TERMID.                  <PH2681>
           MOVE WSSP-BRANCH            TO ZVWL-BRANCH.                  <PH2681>
           MOVE WSSP-COMPANY           TO ZVWL-COMPANY.                 <PH2681>
           MOVE WSSP-FSUCO             TO ZVWL-CLNTCOY.                 <PH2681>
           MOVE S6380-CLNTNUM          TO ZVWL-CLNTNUM.                 <PH2681>
      *                                                                 <PH2681>
           CALL 'ZVEWLOG'           USING ZVWL-ZVEWLOG-REC.             <PH2681>
      *                                                                 <PH2681>
           IF ZVWL-STATUZ           NOT = O-K                           <PH2681>
              MOVE ZVWL-STATUZ         TO SYSR-STATUZ                   <PH2681>
              MOVE ZVWL-ZVEWLOG-REC    TO SYSR-PARAMS                   <PH2681>
              PERFORM 600-FATAL-ERROR.                                  <PH2681>
      *                                                                 <PH2681>
       1190-EXIT.                                                       <PH2681>
            EXIT.                                                       <PH2681>
      /                                                                 <PH2681>
      *****************************************************************
      *     RETRIEVE SCREEN FIELDS AND EDIT                           *
      *****************************************************************
