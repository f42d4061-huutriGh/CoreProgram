       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZVEWLOG.
      *
      * Copyright 1986-2026, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      * CLIENT AND CONTRACT VIEW ACCESS LOG.
      *
      * Keeps the ZVEW view register: one row each time a signed-on
      * user brings up a client's or a contract's details on an
      * enquiry screen, keyed by the date of the view, the user,
      * and the time and sequence within the day, holding the
      * enquiry program, the terminal, the user's sign-on branch
      * and the client and contract looked at.
      *
      * Function:
      *   'LOG '  record one view.  A contract view with no client
      *           given is recorded against the contract owner
      *           (CHDRLIF), so every row names the client whose
      *           data was seen.
      *
      * A zero date means today.
      *
      * Callers: P2473 client window (client selected), P6380
      * client 360-view, P6235 and P6236 contract account
      * enquiries.  The register is reviewed weekly by B5450.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2681       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.                                IBM-AS400.
       OBJECT-COMPUTER.                                IBM-AS400.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /
       DATA DIVISION.
       FILE SECTION.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-SUBR                   PIC X(08) VALUE 'ZVEWLOG'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TIME-ACCEPT            PIC 9(08) VALUE 0.
       01  WSAA-TIME-R                 REDEFINES WSAA-TIME-ACCEPT.
           03  WSAA-TIME-HHMMSS        PIC 9(06).
           03  FILLER                  PIC 9(02).
      *
      *  The last row written in this run unit, so that several
      *  views by the same user in the same second take
      *  successive sequence numbers.
      *
       01  WSAA-LAST-KEY.
           03  WSAA-LAST-DATE          PIC 9(08) VALUE 0.
           03  WSAA-LAST-USERID        PIC X(08) VALUE SPACES.
           03  WSAA-LAST-TIME          PIC 9(06) VALUE 0.
       01  WSAA-THIS-KEY.
           03  WSAA-THIS-DATE          PIC 9(08) VALUE 0.
           03  WSAA-THIS-USERID        PIC X(08) VALUE SPACES.
           03  WSAA-THIS-TIME          PIC 9(06) VALUE 0.
       01  WSAA-LAST-SEQ               PIC 9(03) VALUE 0.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  ZVEWREC                 PIC X(10) VALUE 'ZVEWREC'.
      *
           COPY CONERRREC.
           COPY CONLOGREC.
           COPY SYSERRREC.
           COPY VARCOM.
           COPY CHDRLIFSKM.
           COPY ZVEWSKM.
      /
      *
       LINKAGE SECTION.
      *****************
      *
           COPY ZVEWLOGREC.
      /
       PROCEDURE DIVISION           USING ZVWL-ZVEWLOG-REC.
      *
       000-MAIN SECTION.
      ******************
       010-START.
      *
           MOVE O-K                    TO ZVWL-STATUZ.
      *
           IF ZVWL-FUNCTION         NOT = 'LOG '
              MOVE BOMB                TO ZVWL-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           IF ZVWL-EFFDATE              = ZERO
              MOVE TDAY                TO DTC1-FUNCTION
              CALL 'DATCON1'        USING DTC1-DATCON1-REC
              MOVE DTC1-EXT-DATE       TO ZVWL-EFFDATE
           END-IF.
      *
           IF  ZVWL-CLNTNUM             = SPACES
           AND ZVWL-CHDRNUM         NOT = SPACES
               PERFORM 700-CONTRACT-OWNER
           END-IF.
      *
           IF ZVWL-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 200-WRITE-ZVEW.
      *
       090-EXIT.
           EXIT PROGRAM.
      /
       200-WRITE-ZVEW SECTION.
      ************************
       210-START.
      *
           ACCEPT WSAA-TIME-ACCEPT     FROM TIME.
      *
           MOVE ZVWL-EFFDATE           TO WSAA-THIS-DATE.
           MOVE ZVWL-USERID            TO WSAA-THIS-USERID.
           MOVE WSAA-TIME-HHMMSS       TO WSAA-THIS-TIME.
      *
           IF WSAA-THIS-KEY             = WSAA-LAST-KEY
              ADD 1                    TO WSAA-LAST-SEQ
           ELSE
              MOVE 1                   TO WSAA-LAST-SEQ
              MOVE WSAA-THIS-KEY       TO WSAA-LAST-KEY
           END-IF.
      *
           INITIALIZE                  ZVEW-PARAMS.
           MOVE ZVWL-EFFDATE           TO ZVEW-VIEWDATE.
           MOVE ZVWL-USERID            TO ZVEW-USERID.
           MOVE WSAA-TIME-HHMMSS       TO ZVEW-VIEWTIME.
           MOVE WSAA-LAST-SEQ          TO ZVEW-VIEWSEQ.
           MOVE ZVWL-PROGNAME          TO ZVEW-PROGNAME.
           MOVE ZVWL-TERMID            TO ZVEW-TERMID.
           MOVE ZVWL-BRANCH            TO ZVEW-BRANCH.
           MOVE ZVWL-CLNTCOY           TO ZVEW-CLNTCOY.
           MOVE ZVWL-CLNTNUM           TO ZVEW-CLNTNUM.
           IF ZVWL-CHDRNUM          NOT = SPACES
              MOVE ZVWL-COMPANY        TO ZVEW-CHDRCOY
              MOVE ZVWL-CHDRNUM        TO ZVEW-CHDRNUM
           END-IF.
           MOVE '1'                    TO ZVEW-VALIDFLAG.
           MOVE ZVEWREC                TO ZVEW-FORMAT.
           MOVE WRITR                  TO ZVEW-FUNCTION.
      *
           CALL 'ZVEWIO'            USING ZVEW-PARAMS.
      *
           IF ZVEW-STATUZ           NOT = O-K
              MOVE ZVEW-STATUZ         TO SYSR-STATUZ
              MOVE ZVEW-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZVWL-STATUZ
           END-IF.
      *
       290-EXIT.
           EXIT.
      /
       700-CONTRACT-OWNER SECTION.
      ****************************
       710-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE ZVWL-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE ZVWL-CHDRNUM           TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READR                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              MOVE BOMB                TO ZVWL-STATUZ
              GO TO 790-EXIT
           END-IF.
      *
           IF CHDRLIF-STATUZ            = MRNF
           OR CHDRLIF-COWNNUM           = SPACES
              GO TO 790-EXIT
           END-IF.
      *
           MOVE CHDRLIF-COWNCOY (1:1)  TO ZVWL-CLNTCOY.
           MOVE CHDRLIF-COWNNUM (1:8)  TO ZVWL-CLNTNUM.
      *
       790-EXIT.
           EXIT.
