      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5393.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *           RIDER CLAIM HISTORY ENQUIRY
      *           ===========================
      *
      * Enquiry only.  For one component, lists the hospital cash
      * and medical rider claims P5392 has paid, from the ZRCL
      * register: claim number, admission and discharge dates,
      * diagnosis, days and amount paid.  The ten most recent
      * claims are shown, with the number of claims and the total
      * paid over the life of the component.
      *
      * The annual limit from TV130 and what is left of it for the
      * current policy year (ZRAL) are shown beside the history.
      * No update is made.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2655       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5393'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-CRRCD                  PIC 9(08) VALUE 0.
       01  WSAA-PLNYEAR                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-ZRCL-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-IX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-ROWS                   PIC S9(03) COMP-3 VALUE 0.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  H118                    PIC X(04) VALUE 'H118'.
      *
       01  TABLES.
           03  TV130                   PIC X(06) VALUE 'TV130'.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  COVRLNBREC              PIC X(10) VALUE 'COVRLNBREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZRALREC                 PIC X(10) VALUE 'ZRALREC'.
           03  ZRCLREC                 PIC X(10) VALUE 'ZRCLREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY CHDRLIFSKM.
           COPY COVRLNBSKM.
           COPY ITEMSKM.
           COPY ZRALSKM.
           COPY ZRCLSKM.
      /
           COPY TV130REC.
           COPY DATCON1REC.
           COPY DATCON3REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5393SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5393-DATA-AREA.

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
           MOVE SPACES                 TO S5393-DATA-AREA.
           PERFORM 1100-CLEAR-ROW
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 10.
           MOVE ZEROES                 TO S5393-CLMCOUNT
                                          S5393-REMLIMIT
                                          S5393-TOTPAID
                                          S5393-YRLIMIT.
      *
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-EXT-DATE          TO WSAA-TODAY.
      *
       1090-EXIT.
            EXIT.
      /
       1100-CLEAR-ROW SECTION.
      ************************
       1110-START.
      *
           MOVE SPACES                 TO S5393-CLAMNUM (WSAA-IX)
                                          S5393-DIAGCODE (WSAA-IX).
           MOVE ZEROES                 TO S5393-ADMITDATE (WSAA-IX)
                                          S5393-DISCDATE (WSAA-IX)
                                          S5393-HOSPDAYS (WSAA-IX)
                                          S5393-PAYAMT (WSAA-IX).
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
           IF S5393-CHDRNUM             = SPACES
              MOVE E005                TO S5393-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE S5393-CHDRNUM          TO CHDRLIF-CHDRNUM.
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
              MOVE E005                TO S5393-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           INITIALIZE                  COVRLNB-PARAMS.
           MOVE WSSP-COMPANY           TO COVRLNB-CHDRCOY.
           MOVE S5393-CHDRNUM          TO COVRLNB-CHDRNUM.
           MOVE S5393-LIFE             TO COVRLNB-LIFE.
           MOVE S5393-COVERAGE         TO COVRLNB-COVERAGE.
           MOVE S5393-RIDER            TO COVRLNB-RIDER.
           MOVE COVRLNBREC             TO COVRLNB-FORMAT.
           MOVE READR                  TO COVRLNB-FUNCTION.
      *
           CALL 'COVRLNBIO'         USING COVRLNB-PARAMS.
      *
           IF COVRLNB-STATUZ        NOT = O-K AND MRNF
              MOVE COVRLNB-STATUZ      TO SYSR-STATUZ
              MOVE COVRLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF COVRLNB-STATUZ            = MRNF
              MOVE E005                TO S5393-COVERAGE-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE COVRLNB-CRTABLE        TO S5393-CRTABLE.
           MOVE COVRLNB-CRRCD (1:8)    TO WSAA-CRRCD.
      *
      *  Only components TV130 settles have a rider claim history.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV130                  TO ITEM-ITEMTABL.
           MOVE S5393-CRTABLE          TO ITEM-ITEMITEM.
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
           IF ITEM-STATUZ               = MRNF
              MOVE H118                TO S5393-COVERAGE-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV130-TV130-REC.
           MOVE TV130-YRLIMIT          TO S5393-YRLIMIT.
      *
           PERFORM 2200-CURRENT-LIMIT.
           PERFORM 2300-LOAD-HISTORY.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5393-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2200-CURRENT-LIMIT SECTION.
      ****************************
       2210-START.
      *
      *  The current policy year is counted from the component's
      *  risk commencement, as P5392 counts it for the admission.
      *
           INITIALIZE                  DTC3-DATCON3-REC.
           MOVE '01'                   TO DTC3-FREQUENCY.
           MOVE WSAA-CRRCD             TO DTC3-INT-DATE-1.
           MOVE WSAA-TODAY             TO DTC3-INT-DATE-2.
      *
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC3-FREQ-FACTOR       TO WSAA-PLNYEAR.
           ADD 1                       TO WSAA-PLNYEAR.
      *
           INITIALIZE                  ZRAL-PARAMS.
           MOVE WSSP-COMPANY           TO ZRAL-CHDRCOY.
           MOVE S5393-CHDRNUM          TO ZRAL-CHDRNUM.
           MOVE S5393-LIFE             TO ZRAL-LIFE.
           MOVE S5393-COVERAGE         TO ZRAL-COVERAGE.
           MOVE S5393-RIDER            TO ZRAL-RIDER.
           MOVE WSAA-PLNYEAR           TO ZRAL-PLNYEAR.
           MOVE ZRALREC                TO ZRAL-FORMAT.
           MOVE READR                  TO ZRAL-FUNCTION.
      *
           CALL 'ZRALIO'            USING ZRAL-PARAMS.
      *
           IF ZRAL-STATUZ           NOT = O-K AND MRNF
              MOVE ZRAL-STATUZ         TO SYSR-STATUZ
              MOVE ZRAL-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRAL-STATUZ               = O-K
              MOVE ZRAL-REMAMT         TO S5393-REMLIMIT
           ELSE
              MOVE TV130-YRLIMIT       TO S5393-REMLIMIT
           END-IF.
      *
       2290-EXIT.
           EXIT.
      /
       2300-LOAD-HISTORY SECTION.
      ***************************
       2310-START.
      *
           PERFORM 1100-CLEAR-ROW
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 10.
           MOVE ZEROES                 TO WSAA-ROWS
                                          S5393-CLMCOUNT
                                          S5393-TOTPAID.
           MOVE 'N'                    TO WSAA-ZRCL-EOF.
      *
           INITIALIZE                  ZRCL-PARAMS.
           MOVE WSSP-COMPANY           TO ZRCL-CHDRCOY.
           MOVE S5393-CHDRNUM          TO ZRCL-CHDRNUM.
           MOVE S5393-LIFE             TO ZRCL-LIFE.
           MOVE S5393-COVERAGE         TO ZRCL-COVERAGE.
           MOVE S5393-RIDER            TO ZRCL-RIDER.
           MOVE ZRCLREC                TO ZRCL-FORMAT.
           MOVE BEGN                   TO ZRCL-FUNCTION.
      *
           PERFORM 2350-READ-ZRCL
               UNTIL WSAA-ZRCL-EOF      = 'Y'.
      *
       2390-EXIT.
           EXIT.
      /
       2350-READ-ZRCL SECTION.
      ************************
       2351-READ.
      *
           CALL 'ZRCLIO'            USING ZRCL-PARAMS.
      *
           IF ZRCL-STATUZ           NOT = O-K AND ENDP
              MOVE ZRCL-STATUZ         TO SYSR-STATUZ
              MOVE ZRCL-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRCL-STATUZ               = ENDP
           OR ZRCL-CHDRCOY          NOT = WSSP-COMPANY
           OR ZRCL-CHDRNUM          NOT = S5393-CHDRNUM
           OR ZRCL-LIFE             NOT = S5393-LIFE
           OR ZRCL-COVERAGE         NOT = S5393-COVERAGE
           OR ZRCL-RIDER            NOT = S5393-RIDER
              MOVE 'Y'                 TO WSAA-ZRCL-EOF
              GO TO 2359-EXIT
           END-IF.
      *
           ADD 1                       TO S5393-CLMCOUNT.
           ADD ZRCL-PAYAMT             TO S5393-TOTPAID.
      *
      *  Claims come back oldest first; once the ten rows are full
      *  the oldest is dropped so the latest ten remain.
      *
           IF WSAA-ROWS                 < 10
              ADD 1                    TO WSAA-ROWS
           ELSE
              PERFORM 2370-SHIFT-ROW
                  VARYING WSAA-IX FROM 1 BY 1
                  UNTIL WSAA-IX         > 9
           END-IF.
      *
           MOVE ZRCL-CLAMNUM           TO S5393-CLAMNUM (WSAA-ROWS).
           MOVE ZRCL-ADMITDATE         TO S5393-ADMITDATE (WSAA-ROWS).
           MOVE ZRCL-DISCDATE          TO S5393-DISCDATE (WSAA-ROWS).
           MOVE ZRCL-DIAGCODE          TO S5393-DIAGCODE (WSAA-ROWS).
           MOVE ZRCL-HOSPDAYS          TO S5393-HOSPDAYS (WSAA-ROWS).
           MOVE ZRCL-PAYAMT            TO S5393-PAYAMT (WSAA-ROWS).
      *
           MOVE NEXTR                  TO ZRCL-FUNCTION.
      *
       2359-EXIT.
           EXIT.
      /
       2370-SHIFT-ROW SECTION.
      ************************
       2371-START.
      *
           MOVE S5393-CLAMNUM (WSAA-IX + 1)
                                       TO S5393-CLAMNUM (WSAA-IX).
           MOVE S5393-ADMITDATE (WSAA-IX + 1)
                                       TO S5393-ADMITDATE (WSAA-IX).
           MOVE S5393-DISCDATE (WSAA-IX + 1)
                                       TO S5393-DISCDATE (WSAA-IX).
           MOVE S5393-DIAGCODE (WSAA-IX + 1)
                                       TO S5393-DIAGCODE (WSAA-IX).
           MOVE S5393-HOSPDAYS (WSAA-IX + 1)
                                       TO S5393-HOSPDAYS (WSAA-IX).
           MOVE S5393-PAYAMT (WSAA-IX + 1)
                                       TO S5393-PAYAMT (WSAA-IX).
      *
       2379-EXIT.
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
