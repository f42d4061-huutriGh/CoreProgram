      *      master client display module.
      *
      *
      * Access log                                                      <PH2681>
      * ----------                                                      <PH2681>
      *                                                                 <PH2681>
      *  A client selected from the window ('1', or returned from       <PH2681>
      *  the alias/address select) is recorded on the ZVEW access       <PH2681>
      *  log through ZVEWLOG - user, terminal, sign-on branch and       <PH2681>
      *  client - for the weekly B5450 access review.                   <PH2681>
      *                                                                 <PH2681>
      *****************************************************************
      *              AMENDMENT  HISTORY                               *
      *****************************************************************
      * 14/03/11  01/01   V76F13       Nath Mathmaluwe (FSG Singapore       *
      *           Add process for new Credit Card role.                     *
      *                                                                     *
      * 15/10/26  01/01   PH2681       Phi Tran - IT DEV                    *
      *           Record each client selected on the ZVEW view access       *
      *           log through ZVEWLOG.                                      *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
      *****************************************************************
           COPY NAMADRSCPY.                                             <021>
      *                                                                 <021>
           COPY SYSERRREC.
      *                                                                 <PH2681>
           COPY ZVEWLOGREC.                                             <PH2681>
      *
      ***  COPY SCRNPARAMS.                                             <S9503>
      /
           IF CLTS-STATUZ              NOT = O-K
               MOVE CLTS-PARAMS        TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR.
      *                                                                 <PH2681>
           PERFORM 4800-LOG-VIEW.                                       <PH2681>
      *
      *    Set up required confirmation field.
      *
       4790-EXIT.                                                       <PHE100>
           EXIT.                                                        <PHE100>
      /                                                                 <PHE100>
      *************************                                         <PH2681>
       4800-LOG-VIEW SECTION.                                           <PH2681>
      *************************                                         <PH2681>
       4810-LOG-VIEW.                                                   <PH2681>
      *                                                                 <PH2681>
      *    Record the client selected on the access log.                <PH2681>
      *                                                                 <PH2681>
           INITIALIZE                  ZVWL-ZVEWLOG-REC.                <PH2681>
           MOVE 'LOG '                 TO ZVWL-FUNCTION.                <PH2681>
           MOVE WSAA-PROG              TO ZVWL-PROGNAME.                <PH2681>
           MOVE WSSP-USERID            TO ZVWL-USERID.                  <PH2681>
           MOVE VRCM-TERMID            TO ZVWL-TERMID.                  <PH2681>
           MOVE WSSP-BRANCH            TO ZVWL-BRANCH.                  <PH2681>
           MOVE WSSP-COMPANY           TO ZVWL-COMPANY.                 <PH2681>
           MOVE CLTS-CLNTCOY           TO ZVWL-CLNTCOY.                 <PH2681>
           MOVE CLTS-CLNTNUM           TO ZVWL-CLNTNUM.                 <PH2681>
      *                                                                 <PH2681>
           CALL 'ZVEWLOG'           USING ZVWL-ZVEWLOG-REC.             <PH2681>
      *                                                                 <PH2681>
           IF ZVWL-STATUZ           NOT = O-K                           <PH2681>
               MOVE ZVWL-STATUZ        TO SYSR-STATUZ                   <PH2681>
               MOVE ZVWL-ZVEWLOG-REC   TO SYSR-PARAMS                   <PH2681>
               PERFORM 600-FATAL-ERROR.                                 <PH2681>
      *                                                                 <PH2681>
       4890-EXIT.                                                       <PH2681>
           EXIT.                                                        <PH2681>
      /                                                                 <PH2681>
       5000-LOAD-SUBFILE-PAGE SECTION.
      ********************************
       5100-WRITE-TO-SUBFILE.
