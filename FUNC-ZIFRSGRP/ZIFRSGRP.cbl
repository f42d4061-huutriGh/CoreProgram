       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIFRSGRP.
      *
      * Copyright 1986-2026, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      * IFRS 17 CONTRACT-GROUP ASSIGNMENT.
      *
      * A contract is grouped once, at initial recognition, and
      * keeps that group for life.  The group is stamped on the
      * ZIFG register (one row per contract):
      *
      *  - portfolio: the contract type's product family and its
      *    portfolio from TV145 (item = contract type, else '***');
      *  - cohort: the calendar year of issue (ZIGR-ISSDATE, the
      *    commencement date when no issue date is given);
      *  - profitability: the pricing indicator on TV146 (dated,
      *    item = contract type, else '***') in force at the
      *    commencement date - 'O' onerous at initial recognition,
      *    'N' no significant possibility of becoming onerous, 'R'
      *    the remaining contracts.  No pricing item means 'R'.
      *
      * Function 'STAMP' returns the contract's group, stamping it
      * first when the contract has none (ZIGR-NEWSTAMP 'Y').  A
      * contract type with no TV145 portfolio is not stamped:
      * status MRNF, the group fields blank, so that the contract
      * is grouped on a later call once the table is set up.
      *
      * Function 'READ' returns the stamp only - MRNF when there
      * is none.
      *
      * Callers: P5074AT at issue, B5441 IFRS 17 group extract
      * (contracts issued before the register existed).
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2674       Phi Tran - IT DEV                    *
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
       01  WSAA-SUBR                   PIC X(08) VALUE 'ZIFRSGRP'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-ITEMITEM               PIC X(08) VALUE SPACES.
       01  WSAA-RECOG-DATE             PIC 9(08) VALUE 0.
       01  WSAA-RECOG-X REDEFINES WSAA-RECOG-DATE.
           03  WSAA-RECOG-YYYY         PIC 9(04).
           03  FILLER                  PIC X(04).
      *
       01  TABLES.
           03  TV145                   PIC X(06) VALUE 'TV145'.
           03  TV146                   PIC X(06) VALUE 'TV146'.
      *
       01  FORMATS.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ITDMREC                 PIC X(10) VALUE 'ITDMREC'.
           03  ZIFGREC                 PIC X(10) VALUE 'ZIFGREC'.
      *
           COPY CONERRREC.
           COPY CONLOGREC.
           COPY SYSERRREC.
           COPY VARCOM.
           COPY ITEMSKM.
           COPY ITDMSKM.
           COPY ZIFGSKM.
           COPY TV145REC.
           COPY TV146REC.
      /
      *
       LINKAGE SECTION.
      *****************
      *
           COPY ZIFRSGRPREC.
      /
       PROCEDURE DIVISION           USING ZIGR-ZIFRSGRP-REC.
      *
       000-MAIN SECTION.
      ******************
       010-START.
      *
           MOVE O-K                    TO ZIGR-STATUZ.
           MOVE 'N'                    TO ZIGR-NEWSTAMP.
           MOVE SPACES                 TO ZIGR-PRODFAM
                                          ZIGR-PORTFOLIO
                                          ZIGR-PRFTIND.
           MOVE ZEROES                 TO ZIGR-COHORT.
      *
           IF  ZIGR-FUNCTION        NOT = 'STAMP'
           AND ZIGR-FUNCTION        NOT = 'READ'
              MOVE BOMB                TO ZIGR-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
      *  Already grouped: the group never moves.
      *
           INITIALIZE                  ZIFG-PARAMS.
           MOVE ZIGR-CHDRCOY           TO ZIFG-CHDRCOY.
           MOVE ZIGR-CHDRNUM           TO ZIFG-CHDRNUM.
           MOVE ZIFGREC                TO ZIFG-FORMAT.
           MOVE READR                  TO ZIFG-FUNCTION.
      *
           CALL 'ZIFGIO'            USING ZIFG-PARAMS.
      *
           IF ZIFG-STATUZ           NOT = O-K AND MRNF
              MOVE ZIFG-STATUZ         TO SYSR-STATUZ
              MOVE ZIFG-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZIGR-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           IF ZIFG-STATUZ               = O-K
              MOVE ZIFG-PRODFAM        TO ZIGR-PRODFAM
              MOVE ZIFG-PORTFOLIO      TO ZIGR-PORTFOLIO
              MOVE ZIFG-COHORT         TO ZIGR-COHORT
              MOVE ZIFG-PRFTIND        TO ZIGR-PRFTIND
              GO TO 090-EXIT
           END-IF.
      *
           IF ZIGR-FUNCTION             = 'READ'
              MOVE MRNF                TO ZIGR-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 100-PORTFOLIO.
      *
           IF ZIGR-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 200-PROFITABILITY.
      *
           IF ZIGR-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           IF ZIGR-ISSDATE              = ZEROES
              MOVE ZIGR-OCCDATE        TO WSAA-RECOG-DATE
           ELSE
              MOVE ZIGR-ISSDATE        TO WSAA-RECOG-DATE
           END-IF.
           MOVE WSAA-RECOG-YYYY        TO ZIGR-COHORT.
      *
           PERFORM 300-WRITE-STAMP.
      *
       090-EXIT.
           EXIT PROGRAM.
      /
       100-PORTFOLIO SECTION.
      ***********************
       110-START.
      *
           MOVE ZIGR-CNTTYPE           TO WSAA-ITEMITEM.
      *
           PERFORM 150-READ-TV145.
      *
           IF  ZIGR-STATUZ              = O-K
           AND ITEM-STATUZ              = MRNF
              MOVE '***'               TO WSAA-ITEMITEM
              PERFORM 150-READ-TV145
           END-IF.
      *
           IF ZIGR-STATUZ           NOT = O-K
              GO TO 190-EXIT
           END-IF.
      *
      *  No portfolio for the product: not grouped yet.
      *
           IF ITEM-STATUZ               = MRNF
           OR TV145-PORTFOLIO           = SPACES
              MOVE MRNF                TO ZIGR-STATUZ
              GO TO 190-EXIT
           END-IF.
      *
           MOVE TV145-PRODFAM          TO ZIGR-PRODFAM.
           MOVE TV145-PORTFOLIO        TO ZIGR-PORTFOLIO.
      *
       190-EXIT.
           EXIT.
      /
       150-READ-TV145 SECTION.
      ************************
       160-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE ZIGR-CHDRCOY           TO ITEM-ITEMCOY.
           MOVE TV145                  TO ITEM-ITEMTABL.
           MOVE WSAA-ITEMITEM          TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZIGR-STATUZ
              GO TO 169-EXIT
           END-IF.
      *
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TV145-TV145-REC
           ELSE
              MOVE SPACES              TO TV145-TV145-REC
           END-IF.
      *
       169-EXIT.
           EXIT.
      /
       200-PROFITABILITY SECTION.
      ***************************
       210-START.
      *
           MOVE 'R'                    TO ZIGR-PRFTIND.
      *
           MOVE ZIGR-CNTTYPE           TO WSAA-ITEMITEM.
      *
           PERFORM 250-READ-TV146.
      *
           IF  ZIGR-STATUZ              = O-K
           AND ITDM-STATUZ              = ENDP
              MOVE '***'               TO WSAA-ITEMITEM
              PERFORM 250-READ-TV146
           END-IF.
      *
           IF ZIGR-STATUZ           NOT = O-K
           OR ITDM-STATUZ               = ENDP
              GO TO 290-EXIT
           END-IF.
      *
           MOVE ITDM-GENAREA           TO TV146-TV146-REC.
      *
           IF TV146-PRFTIND             = 'O' OR 'N' OR 'R'
              MOVE TV146-PRFTIND       TO ZIGR-PRFTIND
           END-IF.
      *
       290-EXIT.
           EXIT.
      /
       250-READ-TV146 SECTION.
      ************************
       260-START.
      *
           MOVE SPACES                 TO ITDM-PARAMS.
           MOVE 'IT'                   TO ITDM-ITEMPFX.
           MOVE ZIGR-CHDRCOY           TO ITDM-ITEMCOY.
           MOVE TV146                  TO ITDM-ITEMTABL.
           MOVE WSAA-ITEMITEM          TO ITDM-ITEMITEM.
           MOVE ZIGR-OCCDATE           TO ITDM-ITMFRM.
           MOVE ITDMREC                TO ITDM-FORMAT.
           MOVE BEGN                   TO ITDM-FUNCTION.
      *
           CALL 'ITDMIO'            USING ITDM-PARAMS.
      *
           IF ITDM-STATUZ           NOT = O-K AND ENDP
              MOVE ITDM-STATUZ         TO SYSR-STATUZ
              MOVE ITDM-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZIGR-STATUZ
              GO TO 269-EXIT
           END-IF.
      *
           IF ITDM-ITEMCOY          NOT = ZIGR-CHDRCOY
           OR ITDM-ITEMTABL         NOT = TV146
           OR ITDM-ITEMITEM         NOT = WSAA-ITEMITEM
              MOVE ENDP                TO ITDM-STATUZ
           END-IF.
      *
       269-EXIT.
           EXIT.
      /
       300-WRITE-STAMP SECTION.
      *************************
       310-START.
      *
           INITIALIZE                  ZIFG-PARAMS.
           MOVE ZIGR-CHDRCOY           TO ZIFG-CHDRCOY.
           MOVE ZIGR-CHDRNUM           TO ZIFG-CHDRNUM.
           MOVE ZIGR-CNTTYPE           TO ZIFG-CNTTYPE.
           MOVE ZIGR-PRODFAM           TO ZIFG-PRODFAM.
           MOVE ZIGR-PORTFOLIO         TO ZIFG-PORTFOLIO.
           MOVE ZIGR-COHORT            TO ZIFG-COHORT.
           MOVE ZIGR-PRFTIND           TO ZIFG-PRFTIND.
           MOVE WSAA-RECOG-DATE        TO ZIFG-ISSDATE.
           MOVE ZIGR-STMPDATE          TO ZIFG-STMPDATE.
           MOVE ZIGR-TRANNO            TO ZIFG-TRANNO.
           MOVE ZIFGREC                TO ZIFG-FORMAT.
           MOVE WRITR                  TO ZIFG-FUNCTION.
      *
           CALL 'ZIFGIO'            USING ZIFG-PARAMS.
      *
           IF ZIFG-STATUZ           NOT = O-K
              MOVE ZIFG-STATUZ         TO SYSR-STATUZ
              MOVE ZIFG-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZIGR-STATUZ
              GO TO 390-EXIT
           END-IF.
      *
           MOVE 'Y'                    TO ZIGR-NEWSTAMP.
      *
       390-EXIT.
           EXIT.
