       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZSURRVAL.
      *
      * Copyright 1986-2026, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      * CASH SURRENDER VALUE CALCULATION.
      *
      * Standalone callable surrender value engine.  Replaces the
      * paper actuarial factor sheets the branches keyed from, so
      * every transaction and every output quotes the same value
      * for the same contract on the same day.
      *
      * Function 'CALC' values a contract as at ZSRV-EFFDATE:
      *
      *  - base value: every valid component is valued from its
      *    TV126 factor item (keyed by component code).  TV126
      *    holds the surrender value per 1,000 sum assured at the
      *    end of each policy year 1 to 60; the policy duration is
      *    measured from the component's risk commencement date
      *    (DATCON3, yearly frequency) and the factor is
      *    interpolated in a straight line between the end of the
      *    previous policy year (zero before the end of year 1)
      *    and the end of the current one.  Beyond year 60 the
      *    year 60 factor applies.  A component with no TV126
      *    item (term riders) has no cash value;
      *
      *  - paid-up additions: every HDIV allocation that bought a
      *    paid-up addition (PU-ADD-NBR set) is valued at the
      *    TV126 paid-up addition percentage of the basic plan
      *    (the first component valued);
      *
      *  - dividend balance: the accumulated HDIV balance - the
      *    allocations not taken as cash or premium offset, summed
      *    the way B5376 states it - unless the basic plan's TV126
      *    item excludes dividends ('N').
      *
      * ZSRV-SURRVAL returns the gross value, the sum of the three
      * parts, which are also returned separately.  Loans and
      * suspense are the caller's business.
      *
      * Callers: P5374 full surrender (quotation and processing),
      * B5387 valuation extract, B5379 anniversary statement.
      *                                                                 <PH2668>
      * Function 'PROJ' projects one component not yet on COVR (a       <PH2668>
      * proposal's COVT): ZSRV-CRTABLE and ZSRV-SUMINS valued at the    <PH2668>
      * end of policy year ZSRV-POLYEAR from the same TV126 factor,     <PH2668>
      * beyond year 60 the year 60 factor.  Only the base value is      <PH2668>
      * returned; paid-up additions and dividends are not projected.    <PH2668>
      * Caller: ZILLGEN benefit illustration.                           <PH2668>
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2650       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2668       Phi Tran - IT DEV                    *
      *           Function PROJ - project one component by policy year.     *
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
       01  WSAA-SUBR                   PIC X(08) VALUE 'ZSURRVAL'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COVR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-HDIV-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-BASIC-FOUND            PIC X(01) VALUE 'N'.
       01  WSAA-PUAPCT                 PIC S9(03)V9(02) COMP-3 VALUE 0.
       01  WSAA-DIVIND                 PIC X(01) VALUE SPACE.
      *
       01  WSAA-DURATION               PIC S9(04)V9(05) COMP-3 VALUE 0.
       01  WSAA-YEARS-DONE             PIC S9(04) COMP-3 VALUE 0.
       01  WSAA-YEAR-FRAC              PIC S9(01)V9(05) COMP-3 VALUE 0.
       01  WSAA-YEAR-IX                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-FACT-START             PIC S9(05)V9(04) COMP-3 VALUE 0.
       01  WSAA-FACT-END               PIC S9(05)V9(04) COMP-3 VALUE 0.
       01  WSAA-FACTOR                 PIC S9(05)V9(06) COMP-3 VALUE 0.
       01  WSAA-COMP-VALUE             PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-PUA-BOUGHT             PIC S9(13)V9(02) COMP-3 VALUE 0.
      *
       01  TABLES.
           03  TV126                   PIC X(06) VALUE 'TV126'.
      *
       01  FORMATS.
           03  COVRREC                 PIC X(10) VALUE 'COVRREC'.
           03  HDIVREC                 PIC X(10) VALUE 'HDIVREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
           COPY CONERRREC.
           COPY CONLOGREC.
           COPY SYSERRREC.
           COPY VARCOM.
           COPY ITEMSKM.
           COPY COVRSKM.
           COPY HDIVSKM.
           COPY TV126REC.
           COPY DATCON3REC.
      /
      *
       LINKAGE SECTION.
      *****************
      *
           COPY ZSURRVALREC.
      /
       PROCEDURE DIVISION           USING ZSRV-ZSURRVAL-REC.
      *
       000-MAIN SECTION.
      ******************
       010-START.
      *
           MOVE O-K                    TO ZSRV-STATUZ.
           MOVE ZEROES                 TO ZSRV-BASEVAL
                                          ZSRV-PUAVAL
                                          ZSRV-DIVBAL
                                          ZSRV-SURRVAL
                                          ZSRV-COVR-CNT.
      *
      **** IF ZSRV-FUNCTION         NOT = 'CALC'                        <PH2668>
           IF  ZSRV-FUNCTION        NOT = 'CALC'                        <PH2668>
           AND ZSRV-FUNCTION        NOT = 'PROJ'                        <PH2668>
              MOVE BOMB                TO ZSRV-STATUZ
              GO TO 090-EXIT
           END-IF.
      *                                                                 <PH2668>
           IF ZSRV-FUNCTION             = 'PROJ'                        <PH2668>
              PERFORM 400-PROJECT-COMPONENT                             <PH2668>
              MOVE ZSRV-BASEVAL        TO ZSRV-SURRVAL                  <PH2668>
              GO TO 090-EXIT                                            <PH2668>
           END-IF.                                                      <PH2668>
      *
           MOVE 'N'                    TO WSAA-BASIC-FOUND.
           MOVE ZEROES                 TO WSAA-PUAPCT
                                          WSAA-PUA-BOUGHT.
           MOVE SPACE                  TO WSAA-DIVIND.
      *
           PERFORM 100-VALUE-COMPONENTS.
      *
           IF ZSRV-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 300-SUM-DIVIDENDS.
      *
           IF ZSRV-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           COMPUTE ZSRV-PUAVAL ROUNDED  = WSAA-PUA-BOUGHT
                                        * WSAA-PUAPCT / 100.
      *
           IF WSAA-DIVIND               = 'N'
              MOVE ZEROES              TO ZSRV-DIVBAL
           END-IF.
      *
           COMPUTE ZSRV-SURRVAL         = ZSRV-BASEVAL
                                        + ZSRV-PUAVAL
                                        + ZSRV-DIVBAL.
      *
       090-EXIT.
           EXIT PROGRAM.
      /
       100-VALUE-COMPONENTS SECTION.
      ******************************
       110-START.
      *
           MOVE 'N'                    TO WSAA-COVR-EOF.
      *
           INITIALIZE                  COVR-PARAMS.
           MOVE ZSRV-CHDRCOY           TO COVR-CHDRCOY.
           MOVE ZSRV-CHDRNUM           TO COVR-CHDRNUM.
           MOVE COVRREC                TO COVR-FORMAT.
           MOVE BEGN                   TO COVR-FUNCTION.
      *
           PERFORM 150-ONE-COVR
               UNTIL WSAA-COVR-EOF      = 'Y'.
      *
       190-EXIT.
           EXIT.
      /
       150-ONE-COVR SECTION.
      **********************
       160-START.
      *
           CALL 'COVRIO'            USING COVR-PARAMS.
      *
           IF COVR-STATUZ           NOT = O-K AND ENDP
              MOVE COVR-STATUZ         TO SYSR-STATUZ
              MOVE COVR-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZSRV-STATUZ
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 169-EXIT
           END-IF.
      *
           IF COVR-STATUZ               = ENDP
           OR COVR-CHDRCOY (1:1)    NOT = ZSRV-CHDRCOY
           OR COVR-CHDRNUM (1:8)    NOT = ZSRV-CHDRNUM
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 169-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO COVR-FUNCTION.
      *
           IF COVR-VALIDFLAG (1:1)  NOT = '1'
              GO TO 169-EXIT
           END-IF.
      *
           PERFORM 200-VALUE-ONE.
      *
       169-EXIT.
           EXIT.
      /
       200-VALUE-ONE SECTION.
      ***********************
       210-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE ZSRV-CHDRCOY           TO ITEM-ITEMCOY.
           MOVE TV126                  TO ITEM-ITEMTABL.
           MOVE COVR-CRTABLE (1:4)     TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZSRV-STATUZ
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 290-EXIT
           END-IF.
      *
      *  No factor item: the component carries no cash value.
      *
           IF ITEM-STATUZ               = MRNF
              GO TO 290-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV126-TV126-REC.
      *
      *  The basic plan is the first component valued - its item
      *  governs paid-up additions and dividends.
      *
           IF WSAA-BASIC-FOUND      NOT = 'Y'
              MOVE 'Y'                 TO WSAA-BASIC-FOUND
              MOVE TV126-PUAPCT        TO WSAA-PUAPCT
              MOVE TV126-DIVIND        TO WSAA-DIVIND
           END-IF.
      *
           IF COVR-CRRCD            NOT < ZSRV-EFFDATE
              GO TO 290-EXIT
           END-IF.
      *
           MOVE SPACES                 TO DTC3-DATCON3-REC.
           MOVE COVR-CRRCD             TO DTC3-INT-DATE-1.
           MOVE ZSRV-EFFDATE           TO DTC3-INT-DATE-2.
           MOVE '01'                   TO DTC3-FREQUENCY.
           MOVE ZERO                   TO DTC3-FREQ-FACTOR.
      *
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS
              MOVE BOMB                TO ZSRV-STATUZ
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 290-EXIT
           END-IF.
      *
           MOVE DTC3-FREQ-FACTOR       TO WSAA-DURATION.
           MOVE WSAA-DURATION          TO WSAA-YEARS-DONE.
           COMPUTE WSAA-YEAR-FRAC       = WSAA-DURATION
                                        - WSAA-YEARS-DONE.
      *
      *  Factor at the start of the current policy year (the end of
      *  the last completed one) and at its end.
      *
           IF WSAA-YEARS-DONE       NOT < 60
              MOVE TV126-SVFACT (60)   TO WSAA-FACT-START
                                          WSAA-FACT-END
           ELSE
              IF WSAA-YEARS-DONE        = ZERO
                 MOVE ZERO             TO WSAA-FACT-START
              ELSE
                 MOVE WSAA-YEARS-DONE  TO WSAA-YEAR-IX
                 MOVE TV126-SVFACT (WSAA-YEAR-IX)
                                       TO WSAA-FACT-START
              END-IF
              COMPUTE WSAA-YEAR-IX      = WSAA-YEARS-DONE + 1
              MOVE TV126-SVFACT (WSAA-YEAR-IX)
                                       TO WSAA-FACT-END
           END-IF.
      *
           COMPUTE WSAA-FACTOR ROUNDED  = WSAA-FACT-START
                                        + (WSAA-FACT-END
                                        -  WSAA-FACT-START)
                                        * WSAA-YEAR-FRAC.
      *
           COMPUTE WSAA-COMP-VALUE ROUNDED
                                        = COVR-SUMINS
                                        * WSAA-FACTOR / 1000.
      *
           ADD WSAA-COMP-VALUE         TO ZSRV-BASEVAL.
           ADD 1                       TO ZSRV-COVR-CNT.
      *
       290-EXIT.
           EXIT.
      /
       300-SUM-DIVIDENDS SECTION.
      ***************************
       310-START.
      *
           MOVE 'N'                    TO WSAA-HDIV-EOF.
      *
           INITIALIZE                  HDIV-PARAMS.
           MOVE ZSRV-CHDRCOY           TO HDIV-CHDRCOY.
           MOVE ZSRV-CHDRNUM           TO HDIV-CHDRNUM.
           MOVE HDIVREC                TO HDIV-FORMAT.
           MOVE BEGN                   TO HDIV-FUNCTION.
      *
           PERFORM 350-ONE-HDIV
               UNTIL WSAA-HDIV-EOF      = 'Y'.
      *
       390-EXIT.
           EXIT.
      /
       350-ONE-HDIV SECTION.
      **********************
       360-START.
      *
           CALL 'HDIVIO'            USING HDIV-PARAMS.
      *
           IF HDIV-STATUZ           NOT = O-K AND ENDP
              MOVE HDIV-STATUZ         TO SYSR-STATUZ
              MOVE HDIV-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZSRV-STATUZ
              MOVE 'Y'                 TO WSAA-HDIV-EOF
              GO TO 369-EXIT
           END-IF.
      *
           IF HDIV-STATUZ               = ENDP
           OR HDIV-CHDRCOY (1:1)    NOT = ZSRV-CHDRCOY
           OR HDIV-CHDRNUM (1:8)    NOT = ZSRV-CHDRNUM
              MOVE 'Y'                 TO WSAA-HDIV-EOF
              GO TO 369-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO HDIV-FUNCTION.
      *
      *  Nothing allocated after the valuation date counts.
      *
           IF HDIV-DIVD-ALLOC-DATE      > ZSRV-EFFDATE
              GO TO 369-EXIT
           END-IF.
      *
           IF HDIV-PU-ADD-NBR           > ZERO
              ADD HDIV-DIVD-AMOUNT     TO WSAA-PUA-BOUGHT
              GO TO 369-EXIT
           END-IF.
      *
           IF  HDIV-DIVD-TYPE (1:1) NOT = 'C'
           AND HDIV-DIVD-TYPE (1:1) NOT = 'P'
               ADD HDIV-DIVD-AMOUNT    TO ZSRV-DIVBAL
           END-IF.
      *
       369-EXIT.
           EXIT.
      /                                                                 <PH2668>
       400-PROJECT-COMPONENT SECTION.                                   <PH2668>
      *******************************                                   <PH2668>
       410-START.                                                       <PH2668>
      *                                                                 <PH2668>
           IF ZSRV-POLYEAR          NOT > ZERO                          <PH2668>
              GO TO 490-EXIT                                            <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           INITIALIZE                  ITEM-PARAMS.                     <PH2668>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2668>
           MOVE ZSRV-CHDRCOY           TO ITEM-ITEMCOY.                 <PH2668>
           MOVE TV126                  TO ITEM-ITEMTABL.                <PH2668>
           MOVE ZSRV-CRTABLE           TO ITEM-ITEMITEM.                <PH2668>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2668>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2668>
      *                                                                 <PH2668>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2668>
      *                                                                 <PH2668>
           IF ITEM-STATUZ           NOT = O-K AND MRNF                  <PH2668>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <PH2668>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <PH2668>
              MOVE BOMB                TO ZSRV-STATUZ                   <PH2668>
              GO TO 490-EXIT                                            <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           IF ITEM-STATUZ               = MRNF                          <PH2668>
              GO TO 490-EXIT                                            <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           MOVE ITEM-GENAREA           TO TV126-TV126-REC.              <PH2668>
      *                                                                 <PH2668>
           IF ZSRV-POLYEAR              > 60                            <PH2668>
              MOVE 60                  TO WSAA-YEAR-IX                  <PH2668>
           ELSE                                                         <PH2668>
              MOVE ZSRV-POLYEAR        TO WSAA-YEAR-IX                  <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           COMPUTE ZSRV-BASEVAL ROUNDED = ZSRV-SUMINS                   <PH2668>
                                        * TV126-SVFACT (WSAA-YEAR-IX)   <PH2668>
                                        / 1000.                         <PH2668>
           MOVE 1                      TO ZSRV-COVR-CNT.                <PH2668>
      *                                                                 <PH2668>
       490-EXIT.                                                        <PH2668>
           EXIT.                                                        <PH2668>
