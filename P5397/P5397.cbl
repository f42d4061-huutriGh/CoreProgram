      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5397.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *           SCHEDULED CHANGE ENQUIRY
      *           ========================
      *
      * Enquiry only, from contract enquiry.  For one contract,
      * lists the endorsements held on the scheduled-change
      * register (ZSCH) - those keyed in P5358, P5386, P5367 or
      * P5380 with an effective date ahead of the day they were
      * keyed: the program, the effective date, who keyed it and
      * when, and its status - pending ('P'), applied by B5432 on
      * its date ('A'), or failed B5432's validation on the day
      * ('F', with the error raised).
      *
      * Pending changes are listed first, then the rest, up to ten
      * rows; the number of entries and of changes still pending
      * are shown above the list.  No update is made.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2663       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5397'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-ZSCH-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-PASS                   PIC X(01) VALUE SPACES.
       01  WSAA-IX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-ROWS                   PIC S9(03) COMP-3 VALUE 0.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  ZSCHREC                 PIC X(10) VALUE 'ZSCHREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY CHDRLIFSKM.
           COPY ZSCHSKM.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5397SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5397-DATA-AREA.

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
           MOVE SPACES                 TO S5397-DATA-AREA.
           PERFORM 1100-CLEAR-ROW
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 10.
           MOVE ZEROES                 TO S5397-PENDCNT
                                          S5397-ROWCOUNT.
      *
       1090-EXIT.
            EXIT.
      /
       1100-CLEAR-ROW SECTION.
      ************************
       1110-START.
      *
           MOVE SPACES                 TO S5397-ERRCODE (WSAA-IX)
                                          S5397-PROG (WSAA-IX)
                                          S5397-SCHSTAT (WSAA-IX)
                                          S5397-USERID (WSAA-IX).
           MOVE ZEROES                 TO S5397-APPDATE (WSAA-IX)
                                          S5397-EFFDATE (WSAA-IX)
                                          S5397-ENTDATE (WSAA-IX).
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
           IF S5397-CHDRNUM             = SPACES
              MOVE E005                TO S5397-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE S5397-CHDRNUM          TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READR                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CHDRLIF-STATUZ            = MRNF
              MOVE E005                TO S5397-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE CHDRLIF-CNTTYPE        TO S5397-CNTTYPE.
      *
           PERFORM 2300-LOAD-REGISTER.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5397-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2300-LOAD-REGISTER SECTION.
      ****************************
       2310-START.
      *
           PERFORM 1100-CLEAR-ROW
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 10.
           MOVE ZEROES                 TO WSAA-ROWS
                                          S5397-PENDCNT
                                          S5397-ROWCOUNT.
      *
      *  First pass counts every entry and lists the pending ones;
      *  the second fills any rows left with those applied or
      *  failed.
      *
           MOVE 'P'                    TO WSAA-PASS.
           PERFORM 2320-START-ZSCH.
           PERFORM 2350-READ-ZSCH
               UNTIL WSAA-ZSCH-EOF      = 'Y'.
      *
           IF WSAA-ROWS                 < 10
              MOVE 'O'                 TO WSAA-PASS
              PERFORM 2320-START-ZSCH
              PERFORM 2350-READ-ZSCH
                  UNTIL WSAA-ZSCH-EOF   = 'Y'
           END-IF.
      *
       2390-EXIT.
           EXIT.
      /
       2320-START-ZSCH SECTION.
      *************************
       2321-START.
      *
           MOVE 'N'                    TO WSAA-ZSCH-EOF.
      *
           INITIALIZE                  ZSCH-PARAMS.
           MOVE WSSP-COMPANY           TO ZSCH-CHDRCOY.
           MOVE S5397-CHDRNUM          TO ZSCH-CHDRNUM.
           MOVE ZSCHREC                TO ZSCH-FORMAT.
           MOVE BEGN                   TO ZSCH-FUNCTION.
      *
       2329-EXIT.
           EXIT.
      /
       2350-READ-ZSCH SECTION.
      ************************
       2351-READ.
      *
           CALL 'ZSCHIO'            USING ZSCH-PARAMS.
      *
           IF ZSCH-STATUZ           NOT = O-K AND ENDP
              MOVE ZSCH-STATUZ         TO SYSR-STATUZ
              MOVE ZSCH-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZSCH-STATUZ               = ENDP
           OR ZSCH-CHDRCOY          NOT = WSSP-COMPANY
           OR ZSCH-CHDRNUM          NOT = S5397-CHDRNUM
              MOVE 'Y'                 TO WSAA-ZSCH-EOF
              GO TO 2359-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZSCH-FUNCTION.
      *
           IF WSAA-PASS                 = 'P'
              ADD 1                    TO S5397-ROWCOUNT
              IF ZSCH-SCHSTAT           = 'P'
                 ADD 1                 TO S5397-PENDCNT
              END-IF
           END-IF.
      *
           IF  WSAA-PASS                = 'P'
           AND ZSCH-SCHSTAT         NOT = 'P'
               GO TO 2359-EXIT
           END-IF.
      *
           IF  WSAA-PASS                = 'O'
           AND ZSCH-SCHSTAT             = 'P'
               GO TO 2359-EXIT
           END-IF.
      *
           IF WSAA-ROWS             NOT < 10
              GO TO 2359-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-ROWS.
           MOVE ZSCH-PROG              TO S5397-PROG (WSAA-ROWS).
           MOVE ZSCH-EFFDATE           TO S5397-EFFDATE (WSAA-ROWS).
           MOVE ZSCH-SCHSTAT           TO S5397-SCHSTAT (WSAA-ROWS).
           MOVE ZSCH-ENTDATE           TO S5397-ENTDATE (WSAA-ROWS).
           MOVE ZSCH-USERID            TO S5397-USERID (WSAA-ROWS).
           MOVE ZSCH-APPDATE           TO S5397-APPDATE (WSAA-ROWS).
           MOVE ZSCH-ERRCODE           TO S5397-ERRCODE (WSAA-ROWS).
      *
       2359-EXIT.
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
