       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZILLGEN.
      *
      * Copyright 1986-2026, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      * BENEFIT ILLUSTRATION GENERATION.
      *
      * Generates the sales benefit illustration of a proposal from
      * its own components (COVT) and premiums, and stores it
      * against the proposal under the next version number, so the
      * company can show what the client was given.
      *
      * Function 'GENR':
      *
      *  - the illustration basis is read from TV141 by contract
      *    type ('***' for every type): unit-linked indicator, the
      *    three regulatory projection rates, the allocation and
      *    fund management charge percentages and the number of
      *    years projected (default 20 with no item or no years);
      *
      *  - the annual premium is the proposal's instalment times
      *    the billing frequency; a single premium ('00') is paid
      *    in year one only;
      *
      *  - for each policy year: the premiums paid to date, the
      *    cash value of the components from the ZSURRVAL engine
      *    (function 'PROJ'), the death benefit (the total sum
      *    assured, or the middle-rate fund if greater on a
      *    unit-linked product) and, unit-linked only, the fund at
      *    each of the three rates - the allocated premium grown at
      *    the rate less the fund management charge;
      *
      *  - the maturity benefit is the basic component's sum
      *    assured, or the middle-rate fund at the end of the
      *    projection on a unit-linked product.
      *
      * The header goes on ZILH and one row per year on ZILD.  The
      * version, totals and maturity benefit are returned to the
      * caller; P6378 compares the latest version's sum assured and
      * premium with the proposal at issue.
      *
      * Caller: P5399 benefit illustration.
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
       01  WSAA-SUBR                   PIC X(08) VALUE 'ZILLGEN'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COVT-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZILH-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-FREQ                   PIC 9(02) VALUE 0.
       01  WSAA-YEAR                   PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-IX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-RX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-COMP-CNT               PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-BASE-SUMINS            PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-ANNPREM                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-YEAR-PREM              PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOTPREM                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-CASHVAL                PIC S9(13)V9(02) COMP-3 VALUE 0.
      *
       01  WSAA-COMP-TABLE.
           03  WSAA-COMP               OCCURS 20 TIMES.
               05  WSAA-COMP-CRTABLE   PIC X(04).
               05  WSAA-COMP-SUMINS    PIC S9(13)V9(02) COMP-3.
      *
       01  WSAA-FUND-TABLE.
           03  WSAA-FUND               PIC S9(13)V9(02) COMP-3
                                       OCCURS 3 TIMES.
      *
       01  TABLES.
           03  TV141                   PIC X(06) VALUE 'TV141'.
      *
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  COVTREC                 PIC X(10) VALUE 'COVTREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZILHREC                 PIC X(10) VALUE 'ZILHREC'.
           03  ZILDREC                 PIC X(10) VALUE 'ZILDREC'.
      *
           COPY CONERRREC.
           COPY CONLOGREC.
           COPY SYSERRREC.
           COPY VARCOM.
           COPY ITEMSKM.
           COPY CHDRLNBSKM.
           COPY COVTSKM.
           COPY ZILHSKM.
           COPY ZILDSKM.
           COPY TV141REC.
           COPY ZSURRVALREC.
           COPY DATCON1REC.
      /
      *
       LINKAGE SECTION.
      *****************
      *
           COPY ZILGREC.
      /
       PROCEDURE DIVISION           USING ZILG-ZILLGEN-REC.
      *
       000-MAIN SECTION.
      ******************
       010-START.
      *
           MOVE O-K                    TO ZILG-STATUZ.
           MOVE ZEROES                 TO ZILG-ILLVER
                                          ZILG-PROJYRS
                                          ZILG-SUMINS
                                          ZILG-INSTPREM
                                          ZILG-MATBEN.
           MOVE 'N'                    TO ZILG-ULIND.
      *
           IF ZILG-FUNCTION         NOT = 'GENR'
              MOVE BOMB                TO ZILG-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           IF ZILG-EFFDATE              = ZERO
              MOVE TDAY                TO DTC1-FUNCTION
              CALL 'DATCON1'        USING DTC1-DATCON1-REC
              MOVE DTC1-INT-DATE       TO ZILG-EFFDATE
           END-IF.
      *
           PERFORM 100-READ-PROPOSAL.
      *
           IF ZILG-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 200-NEXT-VERSION.
      *
           IF ZILG-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           MOVE ZEROES                 TO WSAA-TOTPREM
                                          WSAA-FUND (1)
                                          WSAA-FUND (2)
                                          WSAA-FUND (3).
      *
           PERFORM 300-PROJECT-YEAR
               VARYING WSAA-YEAR FROM 1 BY 1
               UNTIL WSAA-YEAR          > ZILG-PROJYRS
               OR    ZILG-STATUZ    NOT = O-K.
      *
           IF ZILG-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           IF ZILG-ULIND                = 'Y'
              MOVE WSAA-FUND (2)       TO ZILG-MATBEN
           ELSE
              MOVE WSAA-BASE-SUMINS    TO ZILG-MATBEN
           END-IF.
      *
           PERFORM 500-WRITE-HEADER.
      *
       090-EXIT.
           EXIT PROGRAM.
      /
       100-READ-PROPOSAL SECTION.
      ***************************
       110-START.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE ZILG-CHDRCOY           TO CHDRLNB-CHDRCOY.
           MOVE ZILG-CHDRNUM           TO CHDRLNB-CHDRNUM.
           MOVE CHDRLNBREC             TO CHDRLNB-FORMAT.
           MOVE READR                  TO CHDRLNB-FUNCTION.
      *
           CALL 'CHDRLNBIO'         USING CHDRLNB-PARAMS.
      *
           IF CHDRLNB-STATUZ        NOT = O-K
              MOVE CHDRLNB-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLNB-PARAMS      TO SYSR-PARAMS
              MOVE BOMB                TO ZILG-STATUZ
              GO TO 190-EXIT
           END-IF.
      *
      *  The illustration basis for the product.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE ZILG-CHDRCOY           TO ITEM-ITEMCOY.
           MOVE TV141                  TO ITEM-ITEMTABL.
           MOVE CHDRLNB-CNTTYPE        TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE '***'               TO ITEM-ITEMITEM
              MOVE READR               TO ITEM-FUNCTION
              CALL 'ITEMIO'         USING ITEM-PARAMS
           END-IF.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZILG-STATUZ
              GO TO 190-EXIT
           END-IF.
      *
           IF ITEM-STATUZ               = MRNF
              INITIALIZE               TV141-TV141-REC
              MOVE 'N'                 TO TV141-ULIND
           ELSE
              MOVE ITEM-GENAREA        TO TV141-TV141-REC
           END-IF.
      *
           IF TV141-ULIND               = 'Y'
              MOVE 'Y'                 TO ZILG-ULIND
           END-IF.
      *
           MOVE TV141-PROJYRS          TO ZILG-PROJYRS.
      *
           IF ZILG-PROJYRS              = ZERO
              MOVE 20                  TO ZILG-PROJYRS
           END-IF.
      *
      *  Premiums a year: a single premium is paid once.
      *
           IF CHDRLNB-BILLFREQ (1:2)    IS NUMERIC
              MOVE CHDRLNB-BILLFREQ (1:2)
                                       TO WSAA-FREQ
           ELSE
              MOVE 1                   TO WSAA-FREQ
           END-IF.
      *
      *  Load the proposal's components.
      *
           MOVE ZERO                   TO WSAA-COMP-CNT
                                          WSAA-BASE-SUMINS.
           MOVE 'N'                    TO WSAA-COVT-EOF.
      *
           INITIALIZE                  COVT-PARAMS.
           MOVE ZILG-CHDRCOY           TO COVT-CHDRCOY.
           MOVE ZILG-CHDRNUM           TO COVT-CHDRNUM.
           MOVE COVTREC                TO COVT-FORMAT.
           MOVE BEGN                   TO COVT-FUNCTION.
      *
           PERFORM 150-LOAD-ONE-COVT
               UNTIL WSAA-COVT-EOF      = 'Y'.
      *
           IF WSAA-FREQ                 = ZERO
              MOVE ZILG-INSTPREM       TO WSAA-ANNPREM
           ELSE
              COMPUTE WSAA-ANNPREM      = ZILG-INSTPREM
                                        * WSAA-FREQ
           END-IF.
      *
       190-EXIT.
           EXIT.
      /
       150-LOAD-ONE-COVT SECTION.
      ***************************
       160-START.
      *
           CALL 'COVTIO'            USING COVT-PARAMS.
      *
           IF COVT-STATUZ           NOT = O-K AND ENDP
              MOVE COVT-STATUZ         TO SYSR-STATUZ
              MOVE COVT-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZILG-STATUZ
              MOVE 'Y'                 TO WSAA-COVT-EOF
              GO TO 169-EXIT
           END-IF.
      *
           IF COVT-STATUZ               = ENDP
           OR COVT-CHDRCOY (1:1)    NOT = ZILG-CHDRCOY
           OR COVT-CHDRNUM (1:8)    NOT = ZILG-CHDRNUM
              MOVE 'Y'                 TO WSAA-COVT-EOF
              GO TO 169-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO COVT-FUNCTION.
      *
           ADD COVT-SUMINS             TO ZILG-SUMINS.
           ADD COVT-INSTPREM           TO ZILG-INSTPREM.
      *
      *  The basic plan is the first component of the first life.
      *
           IF WSAA-COMP-CNT             = ZERO
              MOVE COVT-SUMINS         TO WSAA-BASE-SUMINS
           END-IF.
      *
           IF WSAA-COMP-CNT         NOT < 20
              GO TO 169-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-COMP-CNT.
           MOVE COVT-CRTABLE           TO WSAA-COMP-CRTABLE
                                                      (WSAA-COMP-CNT).
           MOVE COVT-SUMINS            TO WSAA-COMP-SUMINS
                                                      (WSAA-COMP-CNT).
      *
       169-EXIT.
           EXIT.
      /
       200-NEXT-VERSION SECTION.
      **************************
       210-START.
      *
           MOVE ZERO                   TO ZILG-ILLVER.
           MOVE 'N'                    TO WSAA-ZILH-EOF.
      *
           INITIALIZE                  ZILH-PARAMS.
           MOVE ZILG-CHDRCOY           TO ZILH-CHDRCOY.
           MOVE ZILG-CHDRNUM           TO ZILH-CHDRNUM.
           MOVE ZERO                   TO ZILH-ILLVER.
           MOVE ZILHREC                TO ZILH-FORMAT.
           MOVE BEGN                   TO ZILH-FUNCTION.
      *
           PERFORM 250-ONE-ZILH
               UNTIL WSAA-ZILH-EOF      = 'Y'.
      *
           ADD 1                       TO ZILG-ILLVER.
      *
       290-EXIT.
           EXIT.
      /
       250-ONE-ZILH SECTION.
      **********************
       260-START.
      *
           CALL 'ZILHIO'            USING ZILH-PARAMS.
      *
           IF ZILH-STATUZ           NOT = O-K AND ENDP
              MOVE ZILH-STATUZ         TO SYSR-STATUZ
              MOVE ZILH-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZILG-STATUZ
              MOVE 'Y'                 TO WSAA-ZILH-EOF
              GO TO 269-EXIT
           END-IF.
      *
           IF ZILH-STATUZ               = ENDP
           OR ZILH-CHDRCOY          NOT = ZILG-CHDRCOY
           OR ZILH-CHDRNUM          NOT = ZILG-CHDRNUM
              MOVE 'Y'                 TO WSAA-ZILH-EOF
              GO TO 269-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZILH-FUNCTION.
      *
           IF ZILH-ILLVER               > ZILG-ILLVER
              MOVE ZILH-ILLVER         TO ZILG-ILLVER
           END-IF.
      *
       269-EXIT.
           EXIT.
      /
       300-PROJECT-YEAR SECTION.
      **************************
       310-START.
      *
           IF  WSAA-FREQ                = ZERO
           AND WSAA-YEAR                > 1
               MOVE ZERO               TO WSAA-YEAR-PREM
           ELSE
               MOVE WSAA-ANNPREM       TO WSAA-YEAR-PREM
           END-IF.
      *
           ADD WSAA-YEAR-PREM          TO WSAA-TOTPREM.
      *
      *  Cash value of every component at the end of the year.
      *
           MOVE ZERO                   TO WSAA-CASHVAL.
      *
           PERFORM 350-VALUE-COMPONENT
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > WSAA-COMP-CNT
               OR    ZILG-STATUZ    NOT = O-K.
      *
           IF ZILG-STATUZ           NOT = O-K
              GO TO 390-EXIT
           END-IF.
      *
           IF ZILG-ULIND                = 'Y'
              PERFORM 400-GROW-FUND
                  VARYING WSAA-RX FROM 1 BY 1
                  UNTIL WSAA-RX         > 3
           END-IF.
      *
           INITIALIZE                  ZILD-PARAMS.
           MOVE ZILG-CHDRCOY           TO ZILD-CHDRCOY.
           MOVE ZILG-CHDRNUM           TO ZILD-CHDRNUM.
           MOVE ZILG-ILLVER            TO ZILD-ILLVER.
           MOVE WSAA-YEAR              TO ZILD-POLYEAR.
           MOVE WSAA-TOTPREM           TO ZILD-TOTPREM.
           MOVE WSAA-CASHVAL           TO ZILD-CASHVAL.
           MOVE ZILG-SUMINS            TO ZILD-DEATHBEN.
      *
           IF ZILG-ULIND                = 'Y'
              MOVE WSAA-FUND (1)       TO ZILD-FUNDLOW
              MOVE WSAA-FUND (2)       TO ZILD-FUNDMID
              MOVE WSAA-FUND (3)       TO ZILD-FUNDHIGH
              IF WSAA-FUND (2)          > ZILD-DEATHBEN
                 MOVE WSAA-FUND (2)    TO ZILD-DEATHBEN
              END-IF
           END-IF.
      *
           MOVE ZILDREC                TO ZILD-FORMAT.
           MOVE WRITR                  TO ZILD-FUNCTION.
      *
           CALL 'ZILDIO'            USING ZILD-PARAMS.
      *
           IF ZILD-STATUZ           NOT = O-K
              MOVE ZILD-STATUZ         TO SYSR-STATUZ
              MOVE ZILD-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZILG-STATUZ
           END-IF.
      *
       390-EXIT.
           EXIT.
      /
       350-VALUE-COMPONENT SECTION.
      *****************************
       360-START.
      *
           INITIALIZE                  ZSRV-ZSURRVAL-REC.
           MOVE 'PROJ'                 TO ZSRV-FUNCTION.
           MOVE ZILG-CHDRCOY           TO ZSRV-CHDRCOY.
           MOVE ZILG-CHDRNUM           TO ZSRV-CHDRNUM.
           MOVE ZILG-EFFDATE           TO ZSRV-EFFDATE.
           MOVE WSAA-COMP-CRTABLE (WSAA-IX)
                                       TO ZSRV-CRTABLE.
           MOVE WSAA-COMP-SUMINS (WSAA-IX)
                                       TO ZSRV-SUMINS.
           MOVE WSAA-YEAR              TO ZSRV-POLYEAR.
      *
           CALL 'ZSURRVAL'          USING ZSRV-ZSURRVAL-REC.
      *
           IF ZSRV-STATUZ           NOT = O-K
              MOVE ZSRV-STATUZ         TO SYSR-STATUZ
              MOVE ZSRV-ZSURRVAL-REC   TO SYSR-PARAMS
              MOVE BOMB                TO ZILG-STATUZ
              GO TO 369-EXIT
           END-IF.
      *
           ADD ZSRV-SURRVAL            TO WSAA-CASHVAL.
      *
       369-EXIT.
           EXIT.
      /
       400-GROW-FUND SECTION.
      ***********************
       410-START.
      *
      *  The year's allocated premium is invested at the start of
      *  the year, grows at the rate and bears the management
      *  charge at the end of it.
      *
           COMPUTE WSAA-FUND (WSAA-RX) ROUNDED
                                        = (WSAA-FUND (WSAA-RX)
                                        +  WSAA-YEAR-PREM
                                        *  TV141-ALLOCPCT / 100)
                                        * (1 + TV141-PROJRATE (WSAA-RX)
                                        / 100)
                                        * (1 - TV141-AMCPCT / 100).
      *
       490-EXIT.
           EXIT.
      /
       500-WRITE-HEADER SECTION.
      **************************
       510-START.
      *
           INITIALIZE                  ZILH-PARAMS.
           MOVE ZILG-CHDRCOY           TO ZILH-CHDRCOY.
           MOVE ZILG-CHDRNUM           TO ZILH-CHDRNUM.
           MOVE ZILG-ILLVER            TO ZILH-ILLVER.
           MOVE CHDRLNB-CNTTYPE        TO ZILH-CNTTYPE.
           MOVE CHDRLNB-BILLFREQ (1:2) TO ZILH-BILLFREQ.
           MOVE ZILG-EFFDATE           TO ZILH-CRTDATE.
           MOVE ZILG-USERID            TO ZILH-USERID.
           MOVE ZILG-SUMINS            TO ZILH-SUMINS.
           MOVE ZILG-INSTPREM          TO ZILH-INSTPREM.
           MOVE ZILG-MATBEN            TO ZILH-MATBEN.
           MOVE ZILG-ULIND             TO ZILH-ULIND.
           MOVE ZILG-PROJYRS           TO ZILH-PROJYRS.
           MOVE TV141-PROJRATES        TO ZILH-PROJRATES.
           MOVE ZILHREC                TO ZILH-FORMAT.
           MOVE WRITR                  TO ZILH-FUNCTION.
      *
           CALL 'ZILHIO'            USING ZILH-PARAMS.
      *
           IF ZILH-STATUZ           NOT = O-K
              MOVE ZILH-STATUZ         TO SYSR-STATUZ
              MOVE ZILH-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZILG-STATUZ
           END-IF.
      *
       590-EXIT.
           EXIT.
