      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5398.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *            LEGAL HOLD / COURT-ORDER FREEZE REGISTER
      *            ========================================
      *
      * Maintains the ZHLD legal hold register: court orders,
      * police requests and internal fraud-investigation holds
      * that freeze a policy completely.
      *
      * Add ('A' flag) places a hold under its reference: the
      * issuing authority, the type ('C' court order, 'P' police
      * request, 'F' fraud investigation), the scope - one contract
      * ('CH', entity = contract number) or every contract of a
      * client ('CN', entity = client number) - and the start date
      * (today when left blank).  A release date may be keyed up
      * front for an order with a fixed term.  The signed-on user
      * is recorded as the user who placed it.
      *
      * Modify ('M') releases the hold: the release date (today
      * when left blank) and the releasing user are recorded.  A
      * release dated today or earlier ends the hold at once; one
      * dated ahead leaves it active until that date.
      *
      * While a hold is active the ZHLDCHK check refuses every
      * financial and servicing transaction on the contracts it
      * covers - surrender P5374, partial withdrawal P5375, receipt
      * reversal P5359, claim payout P5361, payer change P5386,
      * beneficiary change P5367, loan grant P5391 - and the B5360
      * disbursement extract holds back their payment requests.
      * B5433 reports the active holds and their age monthly.
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
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WSAA-PROG                   PIC X(05) VALUE 'P5398'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-HOLD-EXISTS            PIC X(01) VALUE 'N'.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  B369                    PIC X(04) VALUE 'B369'.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  ZHLDREC                 PIC X(10) VALUE 'ZHLDREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY CHDRLIFSKM.
           COPY CLTSSKM.
           COPY ZHLDSKM.
           COPY DATCON1REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5398SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5398-DATA-AREA.

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
           MOVE SPACES                 TO S5398-DATA-AREA.
           MOVE ZEROES                 TO S5398-STRTDATE
                                          S5398-RELDATE.
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
           IF S5398-HOLDREF             = SPACES
              MOVE E186                TO S5398-HOLDREF-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5398-HOLDSCOP        NOT = 'CH' AND 'CN'
              MOVE E186                TO S5398-HOLDSCOP-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The entity held must exist: the contract, or the client.
      *
           PERFORM 2100-CHECK-ENTITY.
      *
           IF S5398-HOLDENT-ERR     NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2200-CHECK-EXISTS.
      *
           IF WSSP-FLAG                 = 'A'
              IF WSAA-HOLD-EXISTS       = 'Y'
                 MOVE B369             TO S5398-HOLDREF-ERR
                 GO TO 2080-CHECK-FOR-ERRORS
              END-IF
              PERFORM 2300-VALIDATE-PLACE
           END-IF.
      *
           IF WSSP-FLAG                 = 'M'
              IF WSAA-HOLD-EXISTS   NOT = 'Y'
              OR ZHLD-HOLDSTAT      NOT = 'A'
                 MOVE E005             TO S5398-HOLDREF-ERR
                 GO TO 2080-CHECK-FOR-ERRORS
              END-IF
              PERFORM 2400-VALIDATE-RELEASE
           END-IF.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5398-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-CHECK-ENTITY SECTION.
      ***************************
       2110-START.
      *
           IF S5398-HOLDENT             = SPACES
              MOVE E005                TO S5398-HOLDENT-ERR
              GO TO 2190-EXIT
           END-IF.
      *
           IF S5398-HOLDSCOP            = 'CN'
              GO TO 2150-CLIENT
           END-IF.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE S5398-HOLDENT          TO CHDRLIF-CHDRNUM.
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
              MOVE E005                TO S5398-HOLDENT-ERR
           END-IF.
      *
           GO TO 2190-EXIT.
      *
       2150-CLIENT.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE WSSP-FSUCO             TO CLTS-CLNTCOY.
           MOVE S5398-HOLDENT          TO CLTS-CLNTNUM.
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
              MOVE E005                TO S5398-HOLDENT-ERR
           END-IF.
      *
       2190-EXIT.
           EXIT.
      /
       2200-CHECK-EXISTS SECTION.
      ***************************
       2210-START.
      *
           INITIALIZE                  ZHLD-PARAMS.
           MOVE WSSP-COMPANY           TO ZHLD-HOLDCOY.
           MOVE S5398-HOLDSCOP         TO ZHLD-HOLDSCOP.
           MOVE S5398-HOLDENT          TO ZHLD-HOLDENT.
           MOVE S5398-HOLDREF          TO ZHLD-HOLDREF.
           MOVE ZHLDREC                TO ZHLD-FORMAT.
           MOVE READR                  TO ZHLD-FUNCTION.
      *
           CALL 'ZHLDIO'            USING ZHLD-PARAMS.
      *
           IF ZHLD-STATUZ           NOT = O-K AND MRNF
              MOVE ZHLD-STATUZ         TO SYSR-STATUZ
              MOVE ZHLD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZHLD-STATUZ               = O-K
              MOVE 'Y'                 TO WSAA-HOLD-EXISTS
              MOVE ZHLD-HOLDSTAT       TO S5398-HOLDSTAT
              MOVE ZHLD-USERID         TO S5398-USERID
           ELSE
              MOVE 'N'                 TO WSAA-HOLD-EXISTS
           END-IF.
      *
       2290-EXIT.
           EXIT.
      /
       2300-VALIDATE-PLACE SECTION.
      *****************************
       2310-START.
      *
           IF S5398-HOLDTYPE        NOT = 'C' AND 'P' AND 'F'
              MOVE E186                TO S5398-HOLDTYPE-ERR
              GO TO 2390-EXIT
           END-IF.
      *
           IF S5398-HOLDAUTH            = SPACES
              MOVE E186                TO S5398-HOLDAUTH-ERR
              GO TO 2390-EXIT
           END-IF.
      *
           IF S5398-STRTDATE            = ZEROES
              MOVE WSAA-TODAY          TO S5398-STRTDATE
           END-IF.
      *
           IF  S5398-RELDATE        NOT = ZEROES
           AND S5398-RELDATE            < S5398-STRTDATE
               MOVE E186               TO S5398-RELDATE-ERR
           END-IF.
      *
           MOVE 'A'                    TO S5398-HOLDSTAT.
           MOVE WSSP-USERID            TO S5398-USERID.
      *
       2390-EXIT.
           EXIT.
      /
       2400-VALIDATE-RELEASE SECTION.
      *******************************
       2410-START.
      *
      *  The hold as placed is shown back; only the release date
      *  is taken from the screen.
      *
           MOVE ZHLD-HOLDTYPE          TO S5398-HOLDTYPE.
           MOVE ZHLD-HOLDAUTH          TO S5398-HOLDAUTH.
           MOVE ZHLD-STRTDATE          TO S5398-STRTDATE.
      *
           IF S5398-RELDATE             = ZEROES
              MOVE WSAA-TODAY          TO S5398-RELDATE
           END-IF.
      *
           IF S5398-RELDATE             < ZHLD-STRTDATE
              MOVE E186                TO S5398-RELDATE-ERR
           END-IF.
      *
       2490-EXIT.
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
           IF WSSP-FLAG                 = 'A'
              PERFORM 3200-PLACE-HOLD
           ELSE
              PERFORM 3300-RELEASE-HOLD
           END-IF.
      *
       3090-EXIT.
            EXIT.
      /
       3200-PLACE-HOLD SECTION.
      *************************
       3210-START.
      *
           INITIALIZE                  ZHLD-PARAMS.
           MOVE WSSP-COMPANY           TO ZHLD-HOLDCOY.
           MOVE S5398-HOLDSCOP         TO ZHLD-HOLDSCOP.
           MOVE S5398-HOLDENT          TO ZHLD-HOLDENT.
           MOVE S5398-HOLDREF          TO ZHLD-HOLDREF.
           MOVE S5398-HOLDTYPE         TO ZHLD-HOLDTYPE.
           MOVE S5398-HOLDAUTH         TO ZHLD-HOLDAUTH.
           MOVE S5398-STRTDATE         TO ZHLD-STRTDATE.
           MOVE S5398-RELDATE          TO ZHLD-RELDATE.
           MOVE 'A'                    TO ZHLD-HOLDSTAT.
           MOVE WSSP-USERID            TO ZHLD-USERID.
           MOVE SPACES                 TO ZHLD-RELUSER.
           MOVE ZHLDREC                TO ZHLD-FORMAT.
           MOVE WRITR                  TO ZHLD-FUNCTION.
      *
           CALL 'ZHLDIO'            USING ZHLD-PARAMS.
      *
           IF ZHLD-STATUZ           NOT = O-K
              MOVE ZHLD-STATUZ         TO SYSR-STATUZ
              MOVE ZHLD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3300-RELEASE-HOLD SECTION.
      ***************************
       3310-START.
      *
           INITIALIZE                  ZHLD-PARAMS.
           MOVE WSSP-COMPANY           TO ZHLD-HOLDCOY.
           MOVE S5398-HOLDSCOP         TO ZHLD-HOLDSCOP.
           MOVE S5398-HOLDENT          TO ZHLD-HOLDENT.
           MOVE S5398-HOLDREF          TO ZHLD-HOLDREF.
           MOVE ZHLDREC                TO ZHLD-FORMAT.
           MOVE READH                  TO ZHLD-FUNCTION.
      *
           CALL 'ZHLDIO'            USING ZHLD-PARAMS.
      *
           IF ZHLD-STATUZ           NOT = O-K
              MOVE ZHLD-STATUZ         TO SYSR-STATUZ
              MOVE ZHLD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  A release dated ahead keeps the hold active until then -
      *  ZHLDCHK stops applying it from the release date.
      *
           MOVE S5398-RELDATE          TO ZHLD-RELDATE.
           MOVE WSSP-USERID            TO ZHLD-RELUSER.
           IF S5398-RELDATE         NOT > WSAA-TODAY
              MOVE 'R'                 TO ZHLD-HOLDSTAT
           END-IF.
           MOVE ZHLDREC                TO ZHLD-FORMAT.
           MOVE REWRT                  TO ZHLD-FUNCTION.
      *
           CALL 'ZHLDIO'            USING ZHLD-PARAMS.
      *
           IF ZHLD-STATUZ           NOT = O-K
              MOVE ZHLD-STATUZ         TO SYSR-STATUZ
              MOVE ZHLD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3390-EXIT.
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
