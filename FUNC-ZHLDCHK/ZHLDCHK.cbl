       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZHLDCHK.
      *
      * Copyright 1986-2026, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      * LEGAL HOLD CHECK.
      *
      * Standalone callable check of one contract against the legal
      * hold register ZHLD, maintained through P5398 from court
      * orders, police requests and internal fraud investigations.
      *
      * A hold is placed either on the one contract (scope 'CH',
      * entity = contract number) or on a client (scope 'CN',
      * entity = client number), when it freezes every contract
      * the client owns.  A hold is active on the date given when
      *   - its status is 'A' (active, not released),
      *   - it started on or before the date, and
      *   - it has no release date, or releases after the date.
      *
      * The caller receives ZHCK-HELD = 'Y' with the reference and
      * issuing authority of the first active hold found, or 'N'
      * when the contract is free.  A zero date means today.
      * Callers: every financial and servicing transaction that
      * pays out or changes the parties (P5374, P5375, P5359, P5361,
      * P5386, P5367, P5391) and the B5360 disbursement extract.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2664       Phi Tran - IT DEV                    *
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
       01  WSAA-SUBR                   PIC X(08) VALUE 'ZHLDCHK'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-EOF                    PIC X(01) VALUE 'N'.
       01  WSAA-SCOPE                  PIC X(02) VALUE SPACES.
       01  WSAA-ENTITY                 PIC X(08) VALUE SPACES.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  ZHLDREC                 PIC X(10) VALUE 'ZHLDREC'.
      *
           COPY CONERRREC.
           COPY CONLOGREC.
           COPY SYSERRREC.
           COPY VARCOM.
           COPY CHDRLIFSKM.
           COPY ZHLDSKM.
      /
      *
       LINKAGE SECTION.
      *****************
      *
           COPY ZHLDCHKREC.
      /
       PROCEDURE DIVISION           USING ZHCK-ZHLDCHK-REC.
      *
       000-MAIN SECTION.
      ******************
       010-START.
      *
           MOVE O-K                    TO ZHCK-STATUZ.
           MOVE 'N'                    TO ZHCK-HELD.
           MOVE SPACES                 TO ZHCK-HOLDREF
                                          ZHCK-HOLDAUTH.
      *
           IF ZHCK-EFFDATE              = ZERO
              MOVE TDAY                TO DTC1-FUNCTION
              CALL 'DATCON1'        USING DTC1-DATCON1-REC
              MOVE DTC1-EXT-DATE       TO ZHCK-EFFDATE
           END-IF.
      *
      *  A hold on the contract itself.
      *
           MOVE 'CH'                   TO WSAA-SCOPE.
           MOVE ZHCK-CHDRNUM           TO WSAA-ENTITY.
           PERFORM 100-CHECK-ENTITY.
      *
           IF ZHCK-HELD                 = 'Y'
           OR ZHCK-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
      *  A hold on the client who owns it.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE ZHCK-CHDRCOY           TO CHDRLIF-CHDRCOY.
           MOVE ZHCK-CHDRNUM           TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READR                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              MOVE BOMB                TO ZHCK-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           IF CHDRLIF-STATUZ            = MRNF
           OR CHDRLIF-COWNNUM           = SPACES
              GO TO 090-EXIT
           END-IF.
      *
           MOVE 'CN'                   TO WSAA-SCOPE.
           MOVE CHDRLIF-COWNNUM        TO WSAA-ENTITY.
           PERFORM 100-CHECK-ENTITY.
      *
       090-EXIT.
           EXIT PROGRAM.
      /
       100-CHECK-ENTITY SECTION.
      **************************
       110-START.
      *
           MOVE 'N'                    TO WSAA-EOF.
      *
           INITIALIZE                  ZHLD-PARAMS.
           MOVE ZHCK-CHDRCOY           TO ZHLD-HOLDCOY.
           MOVE WSAA-SCOPE             TO ZHLD-HOLDSCOP.
           MOVE WSAA-ENTITY            TO ZHLD-HOLDENT.
           MOVE ZHLDREC                TO ZHLD-FORMAT.
           MOVE BEGN                   TO ZHLD-FUNCTION.
      *
           PERFORM 200-READ-HOLD
               UNTIL WSAA-EOF           = 'Y'
               OR ZHCK-HELD             = 'Y'.
      *
       190-EXIT.
           EXIT.
      /
       200-READ-HOLD SECTION.
      ***********************
       210-START.
      *
           CALL 'ZHLDIO'            USING ZHLD-PARAMS.
      *
           IF ZHLD-STATUZ           NOT = O-K AND ENDP
              MOVE ZHLD-STATUZ         TO SYSR-STATUZ
              MOVE ZHLD-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZHCK-STATUZ
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 290-EXIT
           END-IF.
      *
           IF ZHLD-STATUZ               = ENDP
           OR ZHLD-HOLDCOY          NOT = ZHCK-CHDRCOY
           OR ZHLD-HOLDSCOP         NOT = WSAA-SCOPE
           OR ZHLD-HOLDENT          NOT = WSAA-ENTITY
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 290-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZHLD-FUNCTION.
      *
           IF ZHLD-HOLDSTAT         NOT = 'A'
           OR ZHLD-STRTDATE             > ZHCK-EFFDATE
              GO TO 290-EXIT
           END-IF.
      *
           IF  ZHLD-RELDATE         NOT = ZERO
           AND ZHLD-RELDATE         NOT > ZHCK-EFFDATE
               GO TO 290-EXIT
           END-IF.
      *
           MOVE 'Y'                    TO ZHCK-HELD.
           MOVE ZHLD-HOLDREF           TO ZHCK-HOLDREF.
           MOVE ZHLD-HOLDAUTH          TO ZHCK-HOLDAUTH.
      *
       290-EXIT.
           EXIT.
