      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5408.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *           BATCH REJECT REGISTER ENQUIRY
      *           =============================
      *
      * Enquiry only, for operations.  Lists the records a batch
      * program passed over and put on the ZREJ reject register
      * (ZREJLOG): the key, the run date it was first rejected and
      * the last, the reason code and message of the latest
      * rejection, the times rejected and the status:
      *
      *     'O' - open;
      *     'X' - rejected again by a re-drive run;
      *     'R' - resolved by a re-drive run, with the date.
      *
      * The program name is keyed.  The status selection is left
      * blank for the outstanding rejects ('O' and 'X'), or keyed
      * as 'O', 'X' or 'R' for that status alone, or 'A' for all.
      * A key may be keyed to start the list from that key.  Up to
      * ten rejects are listed, with the number selected in all.
      * No update is made - once the cause is put right, the
      * program is re-driven through its TV123 item.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2694       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5408'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-ZREJ-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-IX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-ROWS                   PIC S9(03) COMP-3 VALUE 0.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
      *
       01  FORMATS.
           03  ZREJREC                 PIC X(10) VALUE 'ZREJREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY ZREJSKM.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5408SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5408-DATA-AREA.

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
           MOVE SPACES                 TO S5408-DATA-AREA.
           PERFORM 1100-CLEAR-ROW
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 10.
           MOVE ZEROES                 TO S5408-ROWCOUNT.
      *
       1090-EXIT.
            EXIT.
      /
       1100-CLEAR-ROW SECTION.
      ************************
       1110-START.
      *
           MOVE SPACES                 TO S5408-RJENTITY (WSAA-IX)
                                          S5408-REASON (WSAA-IX)
                                          S5408-MESSAGE (WSAA-IX)
                                          S5408-RJSTAT (WSAA-IX).
           MOVE ZEROES                 TO S5408-RUNDATE (WSAA-IX)
                                          S5408-LASTDATE (WSAA-IX)
                                          S5408-RSLVDATE (WSAA-IX)
                                          S5408-RJCOUNT (WSAA-IX).
      *
       1190-EXIT.
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
           IF S5408-PROGNAME            = SPACES
              MOVE E005                TO S5408-PROGNAME-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5408-RJSTATSEL       NOT = SPACE AND 'A' AND 'O'
                                      AND 'X' AND 'R'
              MOVE E186                TO S5408-RJSTATSEL-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 1100-CLEAR-ROW
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 10.
           MOVE ZEROES                 TO WSAA-ROWS
                                          S5408-ROWCOUNT.
           MOVE 'N'                    TO WSAA-ZREJ-EOF.
      *
           INITIALIZE                  ZREJ-PARAMS.
           MOVE WSSP-COMPANY           TO ZREJ-CHDRCOY.
           MOVE S5408-PROGNAME         TO ZREJ-PROGNAME.
           MOVE S5408-ENTITY           TO ZREJ-ENTITY.
           MOVE ZEROES                 TO ZREJ-RUNDATE.
           MOVE ZREJREC                TO ZREJ-FORMAT.
           MOVE BEGN                   TO ZREJ-FUNCTION.
      *
           PERFORM 2300-READ-REJECT
               UNTIL WSAA-ZREJ-EOF      = 'Y'.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5408-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2300-READ-REJECT SECTION.
      **************************
       2310-READ.
      *
           CALL 'ZREJIO'            USING ZREJ-PARAMS.
      *
           IF ZREJ-STATUZ           NOT = O-K AND ENDP
              MOVE ZREJ-STATUZ         TO SYSR-STATUZ
              MOVE ZREJ-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZREJ-STATUZ               = ENDP
           OR ZREJ-CHDRCOY          NOT = WSSP-COMPANY
           OR ZREJ-PROGNAME         NOT = S5408-PROGNAME
              MOVE 'Y'                 TO WSAA-ZREJ-EOF
              GO TO 2390-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZREJ-FUNCTION.
      *
      *  Blank selects the outstanding rejects, 'A' everything.
      *
           IF  S5408-RJSTATSEL          = SPACE
           AND ZREJ-RJSTAT              = 'R'
               GO TO 2390-EXIT
           END-IF.
      *
           IF  S5408-RJSTATSEL      NOT = SPACE AND 'A'
           AND ZREJ-RJSTAT          NOT = S5408-RJSTATSEL
               GO TO 2390-EXIT
           END-IF.
      *
           ADD 1                       TO S5408-ROWCOUNT.
      *
           IF WSAA-ROWS             NOT < 10
              GO TO 2390-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-ROWS.
           MOVE ZREJ-ENTITY            TO S5408-RJENTITY (WSAA-ROWS).
           MOVE ZREJ-RUNDATE           TO S5408-RUNDATE (WSAA-ROWS).
           MOVE ZREJ-LASTDATE          TO S5408-LASTDATE (WSAA-ROWS).
           MOVE ZREJ-REASON            TO S5408-REASON (WSAA-ROWS).
           MOVE ZREJ-MESSAGE           TO S5408-MESSAGE (WSAA-ROWS).
           MOVE ZREJ-RJSTAT            TO S5408-RJSTAT (WSAA-ROWS).
           MOVE ZREJ-RJCOUNT           TO S5408-RJCOUNT (WSAA-ROWS).
           MOVE ZREJ-RSLVDATE          TO S5408-RSLVDATE (WSAA-ROWS).
      *
       2390-EXIT.
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
      *  Enquiry only - nothing to update.
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
