       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZREJLOG.
      *
      * Copyright 1986-2026, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      * BATCH REJECT REGISTER.
      *
      * Keeps the ZREJ register of the records a batch program had
      * to pass over - a contract softlocked by another transaction,
      * a missing table item, a failed validation - so that they no
      * longer just vanish into a control total.  One row is held
      * per program and key (the entity, normally the contract
      * number) for as long as the reject is outstanding, carrying
      * the run date it was first rejected, the last run date, the
      * reason code and message of the latest rejection and the
      * number of times rejected.  P5408 lists the register.
      *
      * Row statuses (RJSTAT):
      *   'O'  open - rejected in a normal run;
      *   'X'  re-rejected - rejected again in a re-drive run;
      *   'R'  resolved - processed cleanly in a re-drive run.
      *
      * Called by the standard batch mainline (MAINB):
      *   'STRT'  at the top of the run: whether this is a re-drive
      *           run - the TV123 item for the program carries the
      *           re-drive flag 'Y' and a re-drive date equal to the
      *           run effective date;
      *   'CHCK'  in a re-drive run, before each record is edited:
      *           whether its key is outstanding ('O' or 'X') on the
      *           register - only those records are reprocessed;
      *   'RSLV'  in a re-drive run, after a record has been updated
      *           without a new reject: the outstanding row is
      *           marked resolved with the run date;
      * and by the calling program, through MAINB's 002-LOG-REJECT:
      *   'LOG '  record a reject for the key - the outstanding row
      *           is updated ('X' in a re-drive run), else a new
      *           open row is written.
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
       01  WSAA-SUBR                   PIC X(08) VALUE 'ZREJLOG'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-REDRIVE                PIC X(01) VALUE 'N'.
       01  WSAA-ZREJ-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-FOUND                  PIC X(01) VALUE 'N'.
       01  WSAA-FOUND-RUNDATE          PIC 9(08) VALUE 0.
      *
      *  The key last let through by 'CHCK', so that the further
      *  records of the same key in the run are reprocessed too
      *  after the first has resolved the row.
      *
       01  WSAA-PASS-ENTITY            PIC X(20) VALUE SPACES.
      *
       01  TABLES.
           03  TV123                   PIC X(06) VALUE 'TV123'.
      *
       01  FORMATS.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZREJREC                 PIC X(10) VALUE 'ZREJREC'.
      *
           COPY CONERRREC.
           COPY CONLOGREC.
           COPY SYSERRREC.
           COPY VARCOM.
           COPY ITEMSKM.
           COPY ZREJSKM.
           COPY TV123REC.
      /
      *
       LINKAGE SECTION.
      *****************
      *
       01  LSAA-FUNCTION               PIC X(04).
       01  LSAA-COMPANY                PIC X(01).
       01  LSAA-PROGRAM                PIC X(05).
       01  LSAA-EFFDATE                PIC 9(08).
       01  LSAA-ENTITY                 PIC X(20).
       01  LSAA-REASON                 PIC X(04).
       01  LSAA-MESSAGE                PIC X(50).
       01  LSAA-STATUZ                 PIC X(04).
       01  LSAA-ANSWER                 PIC X(01).
      /
       PROCEDURE DIVISION           USING LSAA-FUNCTION
                                          LSAA-COMPANY
                                          LSAA-PROGRAM
                                          LSAA-EFFDATE
                                          LSAA-ENTITY
                                          LSAA-REASON
                                          LSAA-MESSAGE
                                          LSAA-STATUZ
                                          LSAA-ANSWER.
      *
       000-MAIN SECTION.
      ******************
       010-START.
      *
           MOVE O-K                    TO LSAA-STATUZ.
           MOVE 'N'                    TO LSAA-ANSWER.
      *
           IF LSAA-FUNCTION             = 'STRT'
              MOVE SPACES              TO WSAA-PASS-ENTITY
              PERFORM 100-READ-REDRIVE
              MOVE WSAA-REDRIVE        TO LSAA-ANSWER
              GO TO 090-EXIT
           END-IF.
      *
           IF LSAA-FUNCTION             = 'LOG '
              PERFORM 200-LOG-REJECT
              GO TO 090-EXIT
           END-IF.
      *
           IF LSAA-FUNCTION             = 'CHCK'
              IF  LSAA-ENTITY       NOT = SPACES
              AND LSAA-ENTITY           = WSAA-PASS-ENTITY
                  MOVE 'Y'             TO LSAA-ANSWER
                  GO TO 090-EXIT
              END-IF
              PERFORM 300-FIND-OUTSTANDING
              IF WSAA-FOUND             = 'Y'
                 MOVE 'Y'              TO LSAA-ANSWER
                 MOVE LSAA-ENTITY      TO WSAA-PASS-ENTITY
              END-IF
              GO TO 090-EXIT
           END-IF.
      *
           IF LSAA-FUNCTION             = 'RSLV'
              PERFORM 300-FIND-OUTSTANDING
              IF WSAA-FOUND             = 'Y'
                 PERFORM 500-RESOLVE
              END-IF
              GO TO 090-EXIT
           END-IF.
      *
           MOVE BOMB                   TO LSAA-STATUZ.
      *
       090-EXIT.
           EXIT PROGRAM.
      /
       100-READ-REDRIVE SECTION.
      **************************
       110-START.
      *
           MOVE 'N'                    TO WSAA-REDRIVE.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE LSAA-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV123                  TO ITEM-ITEMTABL.
           MOVE LSAA-PROGRAM           TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO LSAA-STATUZ
              GO TO 190-EXIT
           END-IF.
      *
           IF ITEM-STATUZ               = MRNF
              GO TO 190-EXIT
           END-IF.
      *
      *  The date guard keeps a flag left set from turning the
      *  next night's normal run into a re-drive.
      *
           MOVE ITEM-GENAREA           TO TV123-TV123-REC.
      *
           IF  TV123-REDRIVE            = 'Y'
           AND TV123-REDRVDTE           = LSAA-EFFDATE
               MOVE 'Y'                TO WSAA-REDRIVE
           END-IF.
      *
       190-EXIT.
           EXIT.
      /
       200-LOG-REJECT SECTION.
      ************************
       210-START.
      *
           PERFORM 300-FIND-OUTSTANDING.
      *
           IF LSAA-STATUZ           NOT = O-K
              GO TO 290-EXIT
           END-IF.
      *
           IF WSAA-FOUND                = 'N'
              PERFORM 250-WRITE-ZREJ
              GO TO 290-EXIT
           END-IF.
      *
      *  An outstanding row - or one already written for this run
      *  date and since resolved - takes the new rejection.
      *
           PERFORM 400-HOLD-ZREJ.
      *
           IF LSAA-STATUZ           NOT = O-K
              GO TO 290-EXIT
           END-IF.
      *
           MOVE LSAA-EFFDATE           TO ZREJ-LASTDATE.
           MOVE LSAA-REASON            TO ZREJ-REASON.
           MOVE LSAA-MESSAGE           TO ZREJ-MESSAGE.
           MOVE ZEROES                 TO ZREJ-RSLVDATE.
           ADD 1                       TO ZREJ-RJCOUNT.
      *
           IF WSAA-REDRIVE              = 'Y'
              MOVE 'X'                 TO ZREJ-RJSTAT
           ELSE
              MOVE 'O'                 TO ZREJ-RJSTAT
           END-IF.
      *
           MOVE ZREJREC                TO ZREJ-FORMAT.
           MOVE REWRT                  TO ZREJ-FUNCTION.
      *
           CALL 'ZREJIO'            USING ZREJ-PARAMS.
      *
           IF ZREJ-STATUZ           NOT = O-K
              MOVE ZREJ-STATUZ         TO SYSR-STATUZ
              MOVE ZREJ-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO LSAA-STATUZ
           END-IF.
      *
       290-EXIT.
           EXIT.
      /
       250-WRITE-ZREJ SECTION.
      ************************
       251-START.
      *
           INITIALIZE                  ZREJ-PARAMS.
           MOVE LSAA-COMPANY           TO ZREJ-CHDRCOY.
           MOVE LSAA-PROGRAM           TO ZREJ-PROGNAME.
           MOVE LSAA-ENTITY            TO ZREJ-ENTITY.
           MOVE LSAA-EFFDATE           TO ZREJ-RUNDATE
                                          ZREJ-LASTDATE.
           MOVE LSAA-REASON            TO ZREJ-REASON.
           MOVE LSAA-MESSAGE           TO ZREJ-MESSAGE.
           MOVE 1                      TO ZREJ-RJCOUNT.
           MOVE 'O'                    TO ZREJ-RJSTAT.
           MOVE ZEROES                 TO ZREJ-RSLVDATE.
           MOVE ZREJREC                TO ZREJ-FORMAT.
           MOVE WRITR                  TO ZREJ-FUNCTION.
      *
           CALL 'ZREJIO'            USING ZREJ-PARAMS.
      *
           IF ZREJ-STATUZ           NOT = O-K
              MOVE ZREJ-STATUZ         TO SYSR-STATUZ
              MOVE ZREJ-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO LSAA-STATUZ
           END-IF.
      *
       259-EXIT.
           EXIT.
      /
       300-FIND-OUTSTANDING SECTION.
      ******************************
       310-START.
      *
      *  WSAA-FOUND 'Y' - an outstanding row for the key;
      *             'D' - none, but a resolved row of this run date;
      *             'N' - neither.
      *
           MOVE 'N'                    TO WSAA-FOUND.
           MOVE ZEROES                 TO WSAA-FOUND-RUNDATE.
           MOVE 'N'                    TO WSAA-ZREJ-EOF.
      *
           INITIALIZE                  ZREJ-PARAMS.
           MOVE LSAA-COMPANY           TO ZREJ-CHDRCOY.
           MOVE LSAA-PROGRAM           TO ZREJ-PROGNAME.
           MOVE LSAA-ENTITY            TO ZREJ-ENTITY.
           MOVE ZEROES                 TO ZREJ-RUNDATE.
           MOVE ZREJREC                TO ZREJ-FORMAT.
           MOVE BEGN                   TO ZREJ-FUNCTION.
      *
           PERFORM 350-ONE-ZREJ
               UNTIL WSAA-ZREJ-EOF      = 'Y'.
      *
       390-EXIT.
           EXIT.
      /
       350-ONE-ZREJ SECTION.
      **********************
       351-START.
      *
           CALL 'ZREJIO'            USING ZREJ-PARAMS.
      *
           IF ZREJ-STATUZ           NOT = O-K AND ENDP
              MOVE ZREJ-STATUZ         TO SYSR-STATUZ
              MOVE ZREJ-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO LSAA-STATUZ
              MOVE 'Y'                 TO WSAA-ZREJ-EOF
              GO TO 359-EXIT
           END-IF.
      *
           IF ZREJ-STATUZ               = ENDP
           OR ZREJ-CHDRCOY          NOT = LSAA-COMPANY
           OR ZREJ-PROGNAME         NOT = LSAA-PROGRAM
           OR ZREJ-ENTITY           NOT = LSAA-ENTITY
              MOVE 'Y'                 TO WSAA-ZREJ-EOF
              GO TO 359-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZREJ-FUNCTION.
      *
           IF ZREJ-RJSTAT               = 'O' OR 'X'
              MOVE 'Y'                 TO WSAA-FOUND
              MOVE ZREJ-RUNDATE        TO WSAA-FOUND-RUNDATE
              MOVE 'Y'                 TO WSAA-ZREJ-EOF
              GO TO 359-EXIT
           END-IF.
      *
           IF ZREJ-RUNDATE              = LSAA-EFFDATE
              MOVE 'D'                 TO WSAA-FOUND
              MOVE ZREJ-RUNDATE        TO WSAA-FOUND-RUNDATE
           END-IF.
      *
       359-EXIT.
           EXIT.
      /
       400-HOLD-ZREJ SECTION.
      ***********************
       410-START.
      *
           INITIALIZE                  ZREJ-PARAMS.
           MOVE LSAA-COMPANY           TO ZREJ-CHDRCOY.
           MOVE LSAA-PROGRAM           TO ZREJ-PROGNAME.
           MOVE LSAA-ENTITY            TO ZREJ-ENTITY.
           MOVE WSAA-FOUND-RUNDATE     TO ZREJ-RUNDATE.
           MOVE ZREJREC                TO ZREJ-FORMAT.
           MOVE READH                  TO ZREJ-FUNCTION.
      *
           CALL 'ZREJIO'            USING ZREJ-PARAMS.
      *
           IF ZREJ-STATUZ           NOT = O-K
              MOVE ZREJ-STATUZ         TO SYSR-STATUZ
              MOVE ZREJ-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO LSAA-STATUZ
           END-IF.
      *
       490-EXIT.
           EXIT.
      /
       500-RESOLVE SECTION.
      *********************
       510-START.
      *
           PERFORM 400-HOLD-ZREJ.
      *
           IF LSAA-STATUZ           NOT = O-K
              GO TO 590-EXIT
           END-IF.
      *
           MOVE 'R'                    TO ZREJ-RJSTAT.
           MOVE LSAA-EFFDATE           TO ZREJ-RSLVDATE.
           MOVE ZREJREC                TO ZREJ-FORMAT.
           MOVE REWRT                  TO ZREJ-FUNCTION.
      *
           CALL 'ZREJIO'            USING ZREJ-PARAMS.
      *
           IF ZREJ-STATUZ           NOT = O-K
              MOVE ZREJ-STATUZ         TO SYSR-STATUZ
              MOVE ZREJ-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO LSAA-STATUZ
           END-IF.
      *
       590-EXIT.
           EXIT.
