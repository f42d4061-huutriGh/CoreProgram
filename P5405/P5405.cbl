      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5405.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *           CONSERVATION CONTACT OUTCOME
      *           ============================
      *
      * The servicing agent's (or orphan-care team's) side of the
      * lapse-risk conservation worklist.  B5455 lists each week,
      * on ZLRW, the in-force contracts whose warning signs score
      * above the threshold; this screen records the outcome of
      * the contact on the contract's open entry:
      *
      *     'RT' - retained: the client keeps the policy going;
      *     'LP' - lost: the client lapses or surrenders anyway;
      *     'NC' - no contact possible;
      *     'CB' - call back: contacted, decision pending.
      *
      * The contract number is keyed; the open entry is shown with
      * its score, signals and premium at stake.  The worklist date
      * may be keyed to correct the outcome of a closed entry.
      * The contact date defaults to today and may be neither in
      * the future nor before the entry was listed.  Every outcome
      * but 'CB' closes the entry; the user and date go on it, and
      * B5456 reports the premium retained from the closed entries.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2686       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5405'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-EOF                    PIC X(01) VALUE 'N'.
       01  WSAA-WLDATE                 PIC 9(08) VALUE 0.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  F665                    PIC X(04) VALUE 'F665'.
      *
       01  FORMATS.
           03  ZLRWREC                 PIC X(10) VALUE 'ZLRWREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY ZLRWSKM.
           COPY DATCON1REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5405SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5405-DATA-AREA.

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
           MOVE SPACES                 TO S5405-DATA-AREA.
           MOVE ZEROES                 TO S5405-WLDATE
                                          S5405-RISKSCORE
                                          S5405-ANNPREM
                                          S5405-CONTDATE.
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
           IF S5405-CHDRNUM             = SPACES
              MOVE E005                TO S5405-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The entry keyed, else the contract's open entry.
      *
           IF S5405-WLDATE              > ZERO
              MOVE S5405-WLDATE        TO WSAA-WLDATE
           ELSE
              PERFORM 2100-FIND-OPEN-ENTRY
           END-IF.
      *
           IF WSAA-WLDATE               = ZERO
              MOVE E005                TO S5405-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           INITIALIZE                  ZLRW-PARAMS.
           MOVE WSSP-COMPANY           TO ZLRW-CHDRCOY.
           MOVE S5405-CHDRNUM          TO ZLRW-CHDRNUM.
           MOVE WSAA-WLDATE            TO ZLRW-WLDATE.
           MOVE ZLRWREC                TO ZLRW-FORMAT.
           MOVE READR                  TO ZLRW-FUNCTION.
      *
           CALL 'ZLRWIO'            USING ZLRW-PARAMS.
      *
           IF ZLRW-STATUZ           NOT = O-K AND MRNF
              MOVE ZLRW-STATUZ         TO SYSR-STATUZ
              MOVE ZLRW-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZLRW-STATUZ               = MRNF
              MOVE E005                TO S5405-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE ZLRW-WLDATE            TO S5405-WLDATE.
           MOVE ZLRW-AGNTNUM           TO S5405-AGNTNUM.
           MOVE ZLRW-BRANCH            TO S5405-BRANCH.
           MOVE ZLRW-ORPHAN            TO S5405-ORPHAN.
           MOVE ZLRW-RISKSCORE         TO S5405-RISKSCORE.
           MOVE ZLRW-SIGNALS           TO S5405-SIGNALS.
           MOVE ZLRW-ANNPREM           TO S5405-ANNPREM.
           MOVE ZLRW-WRKSTAT           TO S5405-WRKSTAT.
           MOVE ZLRW-USERID            TO S5405-USERID.
      *
           IF S5405-OUTCOME             = SPACES
              MOVE ZLRW-OUTCOME        TO S5405-OUTCOME
           END-IF.
      *
           IF S5405-OUTCOME         NOT = 'RT' AND 'LP' AND 'NC'
                                      AND 'CB'
              MOVE E186                TO S5405-OUTCOME-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5405-CONTDATE            = ZEROES
              MOVE WSAA-TODAY          TO S5405-CONTDATE
           END-IF.
      *
           IF S5405-CONTDATE            > WSAA-TODAY
           OR S5405-CONTDATE            < ZLRW-WLDATE
              MOVE F665                TO S5405-CONTDATE-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5405-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-FIND-OPEN-ENTRY SECTION.
      ******************************
      *
       2110-START.
      *
           MOVE ZERO                   TO WSAA-WLDATE.
           MOVE 'N'                    TO WSAA-EOF.
      *
           INITIALIZE                  ZLRW-PARAMS.
           MOVE WSSP-COMPANY           TO ZLRW-CHDRCOY.
           MOVE S5405-CHDRNUM          TO ZLRW-CHDRNUM.
           MOVE ZERO                   TO ZLRW-WLDATE.
           MOVE ZLRWREC                TO ZLRW-FORMAT.
           MOVE BEGN                   TO ZLRW-FUNCTION.
      *
           PERFORM 2150-ONE-ENTRY
               UNTIL WSAA-EOF           = 'Y'.
      *
       2190-EXIT.
            EXIT.
      /
       2150-ONE-ENTRY SECTION.
      ************************
      *
       2151-START.
      *
           CALL 'ZLRWIO'            USING ZLRW-PARAMS.
      *
           IF ZLRW-STATUZ           NOT = O-K AND ENDP
              MOVE ZLRW-STATUZ         TO SYSR-STATUZ
              MOVE ZLRW-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZLRW-STATUZ               = ENDP
           OR ZLRW-CHDRCOY          NOT = WSSP-COMPANY
           OR ZLRW-CHDRNUM          NOT = S5405-CHDRNUM
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 2159-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZLRW-FUNCTION.
      *
           IF ZLRW-WRKSTAT              = 'O'
              MOVE ZLRW-WLDATE         TO WSAA-WLDATE
              MOVE 'Y'                 TO WSAA-EOF
           END-IF.
      *
       2159-EXIT.
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
           INITIALIZE                  ZLRW-PARAMS.
           MOVE WSSP-COMPANY           TO ZLRW-CHDRCOY.
           MOVE S5405-CHDRNUM          TO ZLRW-CHDRNUM.
           MOVE S5405-WLDATE           TO ZLRW-WLDATE.
           MOVE ZLRWREC                TO ZLRW-FORMAT.
           MOVE READH                  TO ZLRW-FUNCTION.
      *
           CALL 'ZLRWIO'            USING ZLRW-PARAMS.
      *
           IF ZLRW-STATUZ           NOT = O-K
              MOVE ZLRW-STATUZ         TO SYSR-STATUZ
              MOVE ZLRW-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE S5405-OUTCOME          TO ZLRW-OUTCOME.
           MOVE S5405-CONTDATE         TO ZLRW-CONTDATE.
           MOVE WSSP-USERID            TO ZLRW-USERID.
      *
           IF S5405-OUTCOME             = 'CB'
              MOVE 'O'                 TO ZLRW-WRKSTAT
           ELSE
              MOVE 'C'                 TO ZLRW-WRKSTAT
           END-IF.
      *
           MOVE ZLRWREC                TO ZLRW-FORMAT.
           MOVE REWRT                  TO ZLRW-FUNCTION.
      *
           CALL 'ZLRWIO'            USING ZLRW-PARAMS.
      *
           IF ZLRW-STATUZ           NOT = O-K
              MOVE ZLRW-STATUZ         TO SYSR-STATUZ
              MOVE ZLRW-PARAMS         TO SYSR-PARAMS
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
