      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5399.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *            SALES BENEFIT ILLUSTRATION
      *            ==========================
      *
      * Generates the signed benefit illustration for a proposal
      * from its own components (COVT) and premiums, in place of
      * the agents' spreadsheet, and stores it against the proposal
      * under the next version number (ZILH header, ZILD yearly
      * rows) through ZILLGEN.
      *
      * The proposal keyed must be on file in proposal status
      * ('IP'), and the product must be open to the proposal's
      * channel on the date it was signed (TV140 through ZPAVCHK,
      * function 'APPL') - an illustration is not given for a
      * product not yet on sale or closed to new business.
      *
      * On update the new version is generated and shown: the
      * totals, the maturity benefit and the first ten policy
      * years - premiums paid, cash value from the surrender value
      * engine, death benefit and, for a unit-linked product, the
      * fund at the three TV141 projection rates.  Each run makes a
      * new version; earlier versions are kept.  P6378 refuses to
      * issue a unit-linked proposal without one that matches it.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2668       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5399'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-ZILD-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-IX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-ROWS                   PIC S9(03) COMP-3 VALUE 0.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  EV23                    PIC X(04) VALUE 'EV23'.
           03  EV24                    PIC X(04) VALUE 'EV24'.
      *
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  HPADREC                 PIC X(10) VALUE 'HPADREC'.
           03  ZILDREC                 PIC X(10) VALUE 'ZILDREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY CHDRLNBSKM.
           COPY HPADSKM.
           COPY ZILDSKM.
           COPY ZILGREC.
           COPY ZPAVCHKREC.
           COPY DATCON1REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5399SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5399-DATA-AREA.

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
           MOVE SPACES                 TO S5399-DATA-AREA.
           MOVE ZEROES                 TO S5399-ILLVER
                                          S5399-PROJYRS
                                          S5399-SUMINS
                                          S5399-INSTPREM
                                          S5399-MATBEN.
           PERFORM 1100-CLEAR-ROW
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 10.
      *
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-INT-DATE          TO WSAA-TODAY.
      *
       1090-EXIT.
            EXIT.
      /
       1100-CLEAR-ROW SECTION.
      ************************
       1110-START.
      *
           MOVE ZEROES                 TO S5399-POLYEAR (WSAA-IX)
                                          S5399-TOTPREM (WSAA-IX)
                                          S5399-CASHVAL (WSAA-IX)
                                          S5399-DEATHBEN (WSAA-IX)
                                          S5399-FUNDLOW (WSAA-IX)
                                          S5399-FUNDMID (WSAA-IX)
                                          S5399-FUNDHIGH (WSAA-IX).
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
           IF S5399-CHDRNUM             = SPACES
              MOVE E005                TO S5399-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLNB-CHDRCOY.
           MOVE S5399-CHDRNUM          TO CHDRLNB-CHDRNUM.
           MOVE CHDRLNBREC             TO CHDRLNB-FORMAT.
           MOVE READR                  TO CHDRLNB-FUNCTION.
      *
           CALL 'CHDRLNBIO'         USING CHDRLNB-PARAMS.
      *
           IF CHDRLNB-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLNB-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  Illustrations are given for proposals only.
      *
           IF CHDRLNB-STATUZ            = MRNF
           OR CHDRLNB-STATCODE      NOT = 'IP'
              MOVE E005                TO S5399-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE CHDRLNB-CNTTYPE        TO S5399-CNTTYPE.
      *
           PERFORM 2100-CHECK-AVAILABILITY.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5399-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-CHECK-AVAILABILITY SECTION.
      *********************************
       2110-START.
      *
      *  The product must be on sale to the proposal's channel on
      *  the date the application was signed.
      *
           INITIALIZE                  HPAD-PARAMS.
           MOVE CHDRLNB-CHDRCOY        TO HPAD-CHDRCOY.
           MOVE CHDRLNB-CHDRNUM        TO HPAD-CHDRNUM.
           MOVE HPADREC                TO HPAD-FORMAT.
           MOVE READR                  TO HPAD-FUNCTION.
      *
           CALL 'HPADIO'            USING HPAD-PARAMS.
      *
           IF HPAD-STATUZ           NOT = O-K AND MRNF
              MOVE HPAD-STATUZ         TO SYSR-STATUZ
              MOVE HPAD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           INITIALIZE                  ZPAV-ZPAVCHK-REC.
           MOVE 'APPL'                 TO ZPAV-FUNCTION.
           MOVE WSSP-COMPANY           TO ZPAV-COMPANY.
           MOVE CHDRLNB-CNTTYPE        TO ZPAV-CNTTYPE.
           MOVE CHDRLNB-SRCEBUS        TO ZPAV-SRCEBUS.
           MOVE WSAA-TODAY             TO ZPAV-EFFDATE.
      *
           IF HPAD-STATUZ               = O-K
              MOVE HPAD-HPROPDTE       TO ZPAV-SIGNDATE
              MOVE HPAD-HPRRCVDT       TO ZPAV-RCVDATE
           ELSE
              MOVE WSAA-TODAY          TO ZPAV-SIGNDATE
                                          ZPAV-RCVDATE
           END-IF.
      *
           CALL 'ZPAVCHK'           USING ZPAV-ZPAVCHK-REC.
      *
           IF ZPAV-STATUZ           NOT = O-K
              MOVE ZPAV-STATUZ         TO SYSR-STATUZ
              MOVE ZPAV-ZPAVCHK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZPAV-ALLOW                = 'Y'
              GO TO 2190-EXIT
           END-IF.
      *
           IF ZPAV-REASON               = 'NSAL'
              MOVE EV23                TO S5399-CHDRNUM-ERR
           ELSE
              MOVE EV24                TO S5399-CHDRNUM-ERR
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
           INITIALIZE                  ZILG-ZILLGEN-REC.
           MOVE 'GENR'                 TO ZILG-FUNCTION.
           MOVE WSSP-COMPANY           TO ZILG-CHDRCOY.
           MOVE S5399-CHDRNUM          TO ZILG-CHDRNUM.
           MOVE WSAA-TODAY             TO ZILG-EFFDATE.
           MOVE WSSP-USERID            TO ZILG-USERID.
      *
           CALL 'ZILLGEN'           USING ZILG-ZILLGEN-REC.
      *
           IF ZILG-STATUZ           NOT = O-K
              MOVE ZILG-STATUZ         TO SYSR-STATUZ
              MOVE ZILG-ZILLGEN-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ZILG-ILLVER            TO S5399-ILLVER.
           MOVE ZILG-ULIND             TO S5399-ULIND.
           MOVE ZILG-PROJYRS           TO S5399-PROJYRS.
           MOVE ZILG-SUMINS            TO S5399-SUMINS.
           MOVE ZILG-INSTPREM          TO S5399-INSTPREM.
           MOVE ZILG-MATBEN            TO S5399-MATBEN.
      *
           PERFORM 3100-LOAD-ROWS.
      *
       3090-EXIT.
            EXIT.
      /
       3100-LOAD-ROWS SECTION.
      ************************
       3110-START.
      *
           PERFORM 1100-CLEAR-ROW
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 10.
           MOVE ZERO                   TO WSAA-ROWS.
           MOVE 'N'                    TO WSAA-ZILD-EOF.
      *
           INITIALIZE                  ZILD-PARAMS.
           MOVE WSSP-COMPANY           TO ZILD-CHDRCOY.
           MOVE S5399-CHDRNUM          TO ZILD-CHDRNUM.
           MOVE ZILG-ILLVER            TO ZILD-ILLVER.
           MOVE ZERO                   TO ZILD-POLYEAR.
           MOVE ZILDREC                TO ZILD-FORMAT.
           MOVE BEGN                   TO ZILD-FUNCTION.
      *
           PERFORM 3150-READ-ZILD
               UNTIL WSAA-ZILD-EOF      = 'Y'.
      *
       3190-EXIT.
           EXIT.
      /
       3150-READ-ZILD SECTION.
      ************************
       3151-READ.
      *
           CALL 'ZILDIO'            USING ZILD-PARAMS.
      *
           IF ZILD-STATUZ           NOT = O-K AND ENDP
              MOVE ZILD-STATUZ         TO SYSR-STATUZ
              MOVE ZILD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZILD-STATUZ               = ENDP
           OR ZILD-CHDRCOY          NOT = WSSP-COMPANY
           OR ZILD-CHDRNUM          NOT = S5399-CHDRNUM
           OR ZILD-ILLVER           NOT = ZILG-ILLVER
           OR WSAA-ROWS             NOT < 10
              MOVE 'Y'                 TO WSAA-ZILD-EOF
              GO TO 3159-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZILD-FUNCTION.
      *
           ADD 1                       TO WSAA-ROWS.
           MOVE ZILD-POLYEAR           TO S5399-POLYEAR (WSAA-ROWS).
           MOVE ZILD-TOTPREM           TO S5399-TOTPREM (WSAA-ROWS).
           MOVE ZILD-CASHVAL           TO S5399-CASHVAL (WSAA-ROWS).
           MOVE ZILD-DEATHBEN          TO S5399-DEATHBEN (WSAA-ROWS).
           MOVE ZILD-FUNDLOW           TO S5399-FUNDLOW (WSAA-ROWS).
           MOVE ZILD-FUNDMID           TO S5399-FUNDMID (WSAA-ROWS).
           MOVE ZILD-FUNDHIGH          TO S5399-FUNDHIGH (WSAA-ROWS).
      *
       3159-EXIT.
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
