      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5402.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *            KYC REVIEW RECORDING
      *            ====================
      *
      * Records a completed know-your-customer review against a
      * client on the ZRSK AML risk register.
      *
      * The client number is keyed; the client's current risk
      * score and band ('L', 'M', 'H') and the last and next
      * review dates are shown from the register.  The review
      * date (today when left blank, never in the future) and a
      * note of the outcome are entered.
      *
      * On update ZAMLRSK rescores the client and records the
      * review - date, signed-on user and note - so the next
      * review falls due the TV148 interval for the client's band
      * from the review date.  Recording the review of an overdue
      * high-risk client lifts the payout block that P5374, P5375
      * and B5360 apply.  The clients due are listed monthly by
      * B5445.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2677       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5402'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  F073                    PIC X(04) VALUE 'F073'.
      *
       01  FORMATS.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY CLTSSKM.
           COPY ZAMLRSKREC.
           COPY DATCON1REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5402SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5402-DATA-AREA.

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
           MOVE SPACES                 TO S5402-DATA-AREA.
           MOVE ZEROES                 TO S5402-RISKSCR
                                          S5402-LSTREVDT
                                          S5402-NXTREVDT
                                          S5402-REVDATE.
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
           IF S5402-CLNTNUM             = SPACES
              MOVE E186                TO S5402-CLNTNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2100-CHECK-CLIENT.
      *
           IF S5402-CLNTNUM-ERR     NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2200-SHOW-RATING.
      *
           IF S5402-REVDATE             = ZEROES
              MOVE WSAA-TODAY          TO S5402-REVDATE
           END-IF.
      *
           IF S5402-REVDATE             > WSAA-TODAY
              MOVE F073                TO S5402-REVDATE-ERR
           END-IF.
      *
           IF S5402-REVNOTE             = SPACES
              MOVE E186                TO S5402-REVNOTE-ERR
           END-IF.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5402-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-CHECK-CLIENT SECTION.
      ***************************
       2110-START.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE WSSP-FSUCO             TO CLTS-CLNTCOY.
           MOVE S5402-CLNTNUM          TO CLTS-CLNTNUM.
           MOVE CLTSREC                TO CLTS-FORMAT.
           MOVE READR                  TO CLTS-FUNCTION.
      *
           CALL 'CLTSIO'            USING CLTS-PARAMS.
      *
           IF CLTS-STATUZ           NOT = O-K AND MRNF
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CLTS-STATUZ               = MRNF
              MOVE E005                TO S5402-CLNTNUM-ERR
              GO TO 2190-EXIT
           END-IF.
      *
           MOVE SPACES                 TO S5402-CLNTNAME.
           STRING CLTS-SURNAME         DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  CLTS-GIVNAME         DELIMITED BY '  '
                                       INTO S5402-CLNTNAME
           END-STRING.
      *
       2190-EXIT.
           EXIT.
      /
       2200-SHOW-RATING SECTION.
      **************************
       2210-START.
      *
      *  A client not yet scored shows blank; the review scores it.
      *
           INITIALIZE                  ZARK-ZAMLRSK-REC.
           MOVE 'READ'                 TO ZARK-FUNCTION.
           MOVE WSSP-COMPANY           TO ZARK-COMPANY.
           MOVE WSSP-FSUCO             TO ZARK-CLNTCOY.
           MOVE S5402-CLNTNUM          TO ZARK-CLNTNUM.
           MOVE WSAA-TODAY             TO ZARK-EFFDATE.
      *
           CALL 'ZAMLRSK'           USING ZARK-ZAMLRSK-REC.
      *
           IF ZARK-STATUZ           NOT = O-K AND MRNF
              MOVE ZARK-STATUZ         TO SYSR-STATUZ
              MOVE ZARK-ZAMLRSK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZARK-STATUZ               = MRNF
              MOVE ZEROES              TO S5402-RISKSCR
                                          S5402-LSTREVDT
                                          S5402-NXTREVDT
              MOVE SPACES              TO S5402-RISKBAND
           ELSE
              MOVE ZARK-RISKSCR        TO S5402-RISKSCR
              MOVE ZARK-RISKBAND       TO S5402-RISKBAND
              MOVE ZARK-LSTREVDT       TO S5402-LSTREVDT
              MOVE ZARK-NXTREVDT       TO S5402-NXTREVDT
           END-IF.
      *
       2290-EXIT.
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
           INITIALIZE                  ZARK-ZAMLRSK-REC.
           MOVE 'REVW'                 TO ZARK-FUNCTION.
           MOVE WSSP-COMPANY           TO ZARK-COMPANY.
           MOVE WSSP-FSUCO             TO ZARK-CLNTCOY.
           MOVE S5402-CLNTNUM          TO ZARK-CLNTNUM.
           MOVE S5402-REVDATE          TO ZARK-EFFDATE.
           MOVE WSSP-USERID            TO ZARK-USERID.
           MOVE S5402-REVNOTE          TO ZARK-REVNOTE.
      *
           CALL 'ZAMLRSK'           USING ZARK-ZAMLRSK-REC.
      *
           IF ZARK-STATUZ           NOT = O-K
              MOVE ZARK-STATUZ         TO SYSR-STATUZ
              MOVE ZARK-ZAMLRSK-REC    TO SYSR-PARAMS
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
