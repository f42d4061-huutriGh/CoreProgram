      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5403.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *           ACCESS RECERTIFICATION DECISION
      *           ===============================
      *
      * The branch manager's side of the half-yearly staff access
      * recertification.  B5451 lists, on the ZRCT register, each
      * user's transactions for the review cycle with the date
      * last used and the dormant and make-and-check highlights;
      * this screen records the decision on one line:
      *
      *     decision 'K' - keep the access;
      *     decision 'R' - revoke it.
      *
      * The cycle, user and transaction code are keyed (the code
      * is blank on the one line of a user with no transactions).
      * Only a manager of the user's office - a user ID on the
      * TV154 item for the office - may decide, and never on the
      * manager's own access.  A later entry replaces an earlier
      * decision; the deciding user and date go on the line, and
      * B5451 keeps them when re-run for the cycle.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2682       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WSAA-PROG                   PIC X(05) VALUE 'P5403'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-IX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-MANAGER                PIC X(01) VALUE 'N'.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  EV32                    PIC X(04) VALUE 'EV32'.
      *
       01  FORMATS.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZRCTREC                 PIC X(10) VALUE 'ZRCTREC'.
      *
       01  TABLES.
           03  TV154                   PIC X(06) VALUE 'TV154'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY ITEMSKM.
           COPY TV154REC.
           COPY ZRCTSKM.
           COPY DATCON1REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5403SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5403-DATA-AREA.

           COPY MAING.
      /
      *****************************************************************
      *      Initialise Fields for showing on Screen
      *****************************************************************
      *
       1000-INITIALISE SECTION.
      *************************
      *
       1010-INITIALISE.
      *
           MOVE SPACES                 TO S5403-DATA-AREA.
           MOVE ZEROES                 TO S5403-AUTHLIMIT
                                          S5403-LASTUSED
                                          S5403-DECIDEDT.
      *
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-EXT-DATE          TO WSAA-TODAY.
      *
       1090-EXIT.
            EXIT.
      /
       PRE-SCREEN-EDIT SECTION.
      *************************
      *
       PRE-START.
            GO TO PRE-EXIT.
      *
       PRE-EXIT.
           EXIT.
      /
      *****************************************************************
      *     Retrieve Screen Fields and Edit
      *****************************************************************
      *
       2000-SCREEN-EDIT SECTION.
      **************************
      *
       2010-SCREEN-IO.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
       2020-VALIDATE.
      *
           IF S5403-CYCLE               = SPACES
           OR S5403-USERID              = SPACES
              MOVE E005                TO S5403-USERID-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           INITIALIZE                  ZRCT-PARAMS.
           MOVE S5403-CYCLE            TO ZRCT-CYCLE.
           MOVE S5403-USERID           TO ZRCT-USERID.
           MOVE S5403-TRANCODE         TO ZRCT-TRANCODE.
           MOVE ZRCTREC                TO ZRCT-FORMAT.
           MOVE READR                  TO ZRCT-FUNCTION.
      *
           CALL 'ZRCTIO'            USING ZRCT-PARAMS.
      *
           IF ZRCT-STATUZ           NOT = O-K AND MRNF
              MOVE ZRCT-STATUZ         TO SYSR-STATUZ
              MOVE ZRCT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRCT-STATUZ               = MRNF
              MOVE E005                TO S5403-USERID-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE ZRCT-STAFFNAME         TO S5403-STAFFNAME.
           MOVE ZRCT-BRANCH            TO S5403-BRANCH.
           MOVE ZRCT-AUTHLIMIT         TO S5403-AUTHLIMIT.
           MOVE ZRCT-LASTUSED          TO S5403-LASTUSED.
           MOVE ZRCT-DORMFLAG          TO S5403-DORMFLAG.
           MOVE ZRCT-SODFLAG           TO S5403-SODFLAG.
           MOVE ZRCT-DECIDEBY          TO S5403-DECIDEBY.
           MOVE ZRCT-DECIDEDT          TO S5403-DECIDEDT.
      *
           IF S5403-DECISION            = SPACES
              MOVE ZRCT-DECISION       TO S5403-DECISION
           END-IF.
      *
           IF S5403-DECISION        NOT = 'K' AND 'R'
              MOVE E186                TO S5403-DECISION-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  Only a manager of the user's office, and not on the
      *  manager's own access.
      *
           IF ZRCT-USERID               = WSSP-USERID
              MOVE EV32                TO S5403-DECISION-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV154                  TO ITEM-ITEMTABL.
           MOVE ZRCT-BRANCH            TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE 'N'                    TO WSAA-MANAGER.
      *
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TV154-TV154-REC
              PERFORM 2100-CHECK-MANAGER
                  VARYING WSAA-IX FROM 1 BY 1
                  UNTIL WSAA-IX         > 5
                  OR WSAA-MANAGER       = 'Y'
           END-IF.
      *
           IF WSAA-MANAGER          NOT = 'Y'
              MOVE EV32                TO S5403-DECISION-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5403-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-CHECK-MANAGER SECTION.
      ****************************
      *
       2110-CHECK.
      *
           IF  TV154-MGRUSER (WSAA-IX) NOT = SPACES
           AND TV154-MGRUSER (WSAA-IX)     = WSSP-USERID
               MOVE 'Y'                TO WSAA-MANAGER
           END-IF.
      *
       2190-EXIT.
            EXIT.
      /
      *****************************************************************
      *     Update Database if required and Log Transaction
      *****************************************************************
      *
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE-DATABASE.
      *
           INITIALIZE                  ZRCT-PARAMS.
           MOVE S5403-CYCLE            TO ZRCT-CYCLE.
           MOVE S5403-USERID           TO ZRCT-USERID.
           MOVE S5403-TRANCODE         TO ZRCT-TRANCODE.
           MOVE ZRCTREC                TO ZRCT-FORMAT.
           MOVE READH                  TO ZRCT-FUNCTION.
      *
           CALL 'ZRCTIO'            USING ZRCT-PARAMS.
      *
           IF ZRCT-STATUZ           NOT = O-K
              MOVE ZRCT-STATUZ         TO SYSR-STATUZ
              MOVE ZRCT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE S5403-DECISION         TO ZRCT-DECISION.
           MOVE WSSP-USERID            TO ZRCT-DECIDEBY.
           MOVE WSAA-TODAY             TO ZRCT-DECIDEDT.
           MOVE ZRCTREC                TO ZRCT-FORMAT.
           MOVE REWRT                  TO ZRCT-FUNCTION.
      *
           CALL 'ZRCTIO'            USING ZRCT-PARAMS.
      *
           IF ZRCT-STATUZ           NOT = O-K
              MOVE ZRCT-STATUZ         TO SYSR-STATUZ
              MOVE ZRCT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3090-EXIT.
            EXIT.
      /
      *****************************************************************
      *     Decide which Transaction Program is Next
      *****************************************************************
      *
       4000-WHERE-NEXT SECTION.
      *************************
      *
       4010-NEXT-PROGRAM.
      *
           ADD 1                       TO WSSP-PROGRAM-PTR.
      *
       4090-EXIT.
            EXIT.
