      *      the same items BV001 walks to find the manager;
      *    - movement: each row carries collected premium less
      *      the same office's figure on last month's table.
      *    - replacements: an issue flagged at pre-issue as             <PH2666>
      *      replacing a recent contract (ZRPL) is counted apart        <PH2666>
      *      from issued new business, not in it.                       <PH2666>
      *    - own case: a contract flagged at pre-issue as own-case      <PH2673>
      *      or related-party business (ZOCS) earns no league           <PH2673>
      *      credit, neither issue nor collected premium.               <PH2673>
      *
      *   Control totals:
      *     01  -  Contracts read
      *     02  -  Contracts contributing
      *     03  -  League rows written
      *     04  -  Own-case contracts excluded                          <PH2673>
      *
      *   Error Processing:
      *     If a system error move the error code into the SYSR-STATUZ
      *           register unless the operator confirmation flag is         *
      *           set, and labels every output row of a rerun 'R'.          *
      *                                                                     *
      * 15/10/26  01/01   PH2666       Phi Tran - IT DEV                    *
      *           Issues flagged as replacements (ZRPL) counted in their    *
      *           own league column, not as issued new business.            *
      *                                                                     *
      * 15/10/26  01/01   PH2673       Phi Tran - IT DEV                    *
      *           Own-case and related-party business (ZOCS flag from       *
      *           pre-issue) earns no league credit.                        *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSAA-EFF-CHAR               PIC X(08) VALUE SPACES.
      *
       01  WSAA-ISS-CNT                PIC 9(01) VALUE 0.
       01  WSAA-RPL-CNT                PIC 9(01) VALUE 0.               <PH2666>
       01  WSAA-OWN-CASE               PIC X(01) VALUE 'N'.             <PH2673>
       01  WSAA-PREM                   PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-OCC-CHAR               PIC X(08) VALUE SPACES.
       01  WSAA-INST-CHAR              PIC X(08) VALUE SPACES.
               05  WSAA-LG-LEVELC      PIC X(01).
               05  WSAA-LG-OFFCODE     PIC X(02).
               05  WSAA-LG-ISSCNT      PIC 9(07).
               05  WSAA-LG-RPLCNT      PIC 9(07).                       <PH2666>
               05  WSAA-LG-PREM        PIC S9(13)V9(02) COMP-3.
       01  WSAA-ADD-LEVELC             PIC X(01) VALUE SPACES.
       01  WSAA-ADD-OFFCODE            PIC X(02) VALUE SPACES.
           03  LINSRNLREC              PIC X(10) VALUE 'LINSRNLREC'.
           03  ZLGTREC                 PIC X(10) VALUE 'ZLGTREC'.
           03  ZPUBREC                 PIC X(10) VALUE 'ZPUBREC'.       <PH2633>
           03  ZRPLREC                 PIC X(10) VALUE 'ZRPLREC'.       <PH2666>
           03  ZOCSREC                 PIC X(10) VALUE 'ZOCSREC'.       <PH2673>
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.              <PH2673>
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY PTRNENQSKM.
           COPY ZLGTSKM.
           COPY ZPUBSKM.                                                <PH2633>
           COPY ZRPLSKM.                                                <PH2666>
           COPY ZOCSSKM.                                                <PH2673>
           COPY TV023REC.
      /
      *
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *                                                                 <PH2673>
           PERFORM 2850-CHECK-OWN-CASE.                                 <PH2673>
      *                                                                 <PH2673>
           IF WSAA-OWN-CASE             = 'Y'                           <PH2673>
              MOVE CT04                TO CONT-TOTNO                    <PH2673>
              MOVE 1                   TO CONT-TOTVAL                   <PH2673>
              PERFORM 001-CALL-CONTOT                                   <PH2673>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2673>
              GO TO 2590-EXIT                                           <PH2673>
           END-IF.                                                      <PH2673>
      *
      *  The month's production for this contract.
      *
           MOVE ZEROES                 TO WSAA-ISS-CNT
                                          WSAA-PREM.
           MOVE ZEROES                 TO WSAA-RPL-CNT.                 <PH2666>
      *
           PERFORM 2700-CHECK-ISSUE.
      *                                                                 <PH2666>
           IF WSAA-ISS-CNT              = 1                             <PH2666>
              PERFORM 2800-CHECK-REPLACEMENT                            <PH2666>
           END-IF.                                                      <PH2666>
      *
           PERFORM 2600-SUM-COLLECTED.
      *
           IF  WSAA-ISS-CNT             = ZEROES
           AND WSAA-PREM                = ZEROES
           AND WSAA-RPL-CNT             = ZEROES                        <PH2666>
               MOVE SPACES             TO WSSP-EDTERROR
               GO TO 2590-EXIT
           END-IF.
      *
       2759-EXIT.
           EXIT.
      /                                                                 <PH2666>
       2800-CHECK-REPLACEMENT SECTION.                                  <PH2666>
      ********************************                                  <PH2666>
      *                                                                 <PH2666>
       2810-START.                                                      <PH2666>
      *                                                                 <PH2666>
      *  An issue flagged as a replacement counts as a replacement,     <PH2666>
      *  not as new business.                                           <PH2666>
      *                                                                 <PH2666>
           INITIALIZE                  ZRPL-PARAMS.                     <PH2666>
           MOVE CHDRLIF-CHDRCOY        TO ZRPL-CHDRCOY.                 <PH2666>
           MOVE CHDRLIF-CHDRNUM        TO ZRPL-CHDRNUM.                 <PH2666>
           MOVE ZRPLREC                TO ZRPL-FORMAT.                  <PH2666>
           MOVE READR                  TO ZRPL-FUNCTION.                <PH2666>
      *                                                                 <PH2666>
           CALL 'ZRPLIO'            USING ZRPL-PARAMS.                  <PH2666>
      *                                                                 <PH2666>
           IF ZRPL-STATUZ           NOT = O-K AND MRNF                  <PH2666>
              MOVE ZRPL-STATUZ         TO SYSR-STATUZ                   <PH2666>
              MOVE ZRPL-PARAMS         TO SYSR-PARAMS                   <PH2666>
              PERFORM 600-FATAL-ERROR                                   <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           IF ZRPL-STATUZ               = O-K                           <PH2666>
              MOVE ZEROES              TO WSAA-ISS-CNT                  <PH2666>
              MOVE 1                   TO WSAA-RPL-CNT                  <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
       2890-EXIT.                                                       <PH2666>
           EXIT.                                                        <PH2666>
      /                                                                 <PH2673>
       2850-CHECK-OWN-CASE SECTION.                                     <PH2673>
      *****************************                                     <PH2673>
      *                                                                 <PH2673>
       2851-START.                                                      <PH2673>
      *                                                                 <PH2673>
      *  Own-case or related-party business earns no league credit.     <PH2673>
      *                                                                 <PH2673>
           MOVE 'N'                    TO WSAA-OWN-CASE.                <PH2673>
      *                                                                 <PH2673>
           INITIALIZE                  ZOCS-PARAMS.                     <PH2673>
           MOVE CHDRLIF-CHDRCOY        TO ZOCS-CHDRCOY.                 <PH2673>
           MOVE CHDRLIF-CHDRNUM        TO ZOCS-CHDRNUM.                 <PH2673>
           MOVE ZOCSREC                TO ZOCS-FORMAT.                  <PH2673>
           MOVE READR                  TO ZOCS-FUNCTION.                <PH2673>
      *                                                                 <PH2673>
           CALL 'ZOCSIO'            USING ZOCS-PARAMS.                  <PH2673>
      *                                                                 <PH2673>
           IF ZOCS-STATUZ           NOT = O-K AND MRNF                  <PH2673>
              MOVE ZOCS-STATUZ         TO SYSR-STATUZ                   <PH2673>
              MOVE ZOCS-PARAMS         TO SYSR-PARAMS                   <PH2673>
              PERFORM 600-FATAL-ERROR                                   <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF ZOCS-STATUZ               = O-K                           <PH2673>
              MOVE 'Y'                 TO WSAA-OWN-CASE                 <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
       2859-EXIT.                                                       <PH2673>
           EXIT.                                                        <PH2673>
      /
       2600-SUM-COLLECTED SECTION.
      ****************************
                                          (WSAA-TAB-IX)
                                          WSAA-LG-PREM
                                          (WSAA-TAB-IX)
              MOVE ZEROES              TO WSAA-LG-RPLCNT                <PH2666>
                                          (WSAA-TAB-IX)                 <PH2666>
           END-IF.
      *
           ADD WSAA-ISS-CNT            TO WSAA-LG-ISSCNT
                                          (WSAA-TAB-IX).
           ADD WSAA-PREM               TO WSAA-LG-PREM
                                          (WSAA-TAB-IX).
           ADD WSAA-RPL-CNT            TO WSAA-LG-RPLCNT                <PH2666>
                                          (WSAA-TAB-IX).                <PH2666>
      *
       3290-EXIT.
           EXIT.
                                       TO ZLGT-OFFCODE.
           MOVE WSAA-LG-ISSCNT (WSAA-TAB-IX)
                                       TO ZLGT-ISSCNT.
           MOVE WSAA-LG-RPLCNT (WSAA-TAB-IX)                            <PH2666>
                                       TO ZLGT-RPLCNT.                  <PH2666>
           MOVE WSAA-LG-PREM (WSAA-TAB-IX)
                                       TO ZLGT-PREMCOLL.
           MOVE WSAA-RERUN-IND         TO ZLGT-RERUNIND.                <PH2633>
