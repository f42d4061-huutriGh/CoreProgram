      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5441.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   MONTHLY IFRS 17 CONTRACT-GROUP EXTRACT.
      *
      *   Summarises the contract book by IFRS 17 group - the
      *   portfolio, annual cohort and profitability indicator
      *   stamped on the ZIFG register at issue by P5074AT (through
      *   the ZIFRSGRP engine) - so the actuaries no longer rebuild
      *   the grouping from the B5387 seriatim extract.
      *
      *   The whole contract book is swept through the contract         <PH2693>
      *   rows of the month-end snapshot (ZMES, B5462) for the month    <PH2693>
      *   of BSSC-EFFECTIVE-DATE, which hold each contract's status     <PH2693>
      *   at month end; the run stops if the month has not been         <PH2693>
      *   snapshotted.  For each contract:                              <PH2693>
      *     - in force: the T5679 risk statuses (item key =
      *       BPRD-AUTH-CODE), exactly as B5387 / B5392 select;
      *     - issues and exits: every PTRN effective in the month
      *       classified through the TV102 bucket map, ISSU / REIN
      *       counting as issues and every other bucket as an exit,
      *       exactly as B5392 counts them;
      *     - sum assured: the valid-flag '1' COVR rows of an
      *       in-force contract;
      *     - premiums and expenses: ACMV postings effective in
      *       the month on the PZ441 premium / expense sub-accounts.    <PH2693>
      *       Expenses are signed as posted (GLSIGN '-' subtracts);     <PH2693>
      *       premium income is posted as a credit, so its sign is      <PH2693>
      *       reversed (GLSIGN '-' adds, a refund subtracts);           <PH2693>
      *     - claims: ZCLM claims approved or paid with an approval
      *       date in the month, at their reserve amount.
      *   A contract with none of these is not written anywhere.
      *
      *   A contract already on ZIFG keeps its group.  One in force
      *   or moving this month with no ZIFG row (issued before the
      *   register, or its product had no TV145 portfolio at issue)
      *   is stamped now through ZIFRSGRP, cohort from the contract
      *   commencement year.  One that still cannot be stamped is
      *   reported in the unassigned group (blank portfolio).
      *
      *   One ZIGXPF row (type 'G') is written per group, then a
      *   type 'T' row for the whole book.  OPENCNT is the derived
      *   opening in-force (closing - issues + exits); on the total
      *   row, POLCNT and OPENCNT agree to B5392 control totals 02
      *   and 06 for the same month, and each group's OPENCNT agrees
      *   to its prior-month POLCNT.
      *
      *   Control totals:
      *     01  -  Contracts read
      *     02  -  Contracts grouped
      *     03  -  Contracts stamped to a group this run
      *     04  -  Contracts with no group (unassigned)
      *     05  -  Group rows written
      *
      *   Error Processing:
      *     If a system error move the error code into the SYSR-STATUZ
      *     If a database error move the XXXX-PARAMS to SYSR-PARAMS.
      *     Perform the 600-FATAL-ERROR section.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2674       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2693       Phi Tran - IT DEV                    *
      *           Sweep the contract rows of the month-end snapshot (ZMES,  *
      *           B5462) for the run month instead of the live CHDRLIF book.*
      *           Premium postings are credits: sign reversed.              *
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
           SELECT ZIGXPF               ASSIGN TO DATABASE-ZIGXPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZIGXPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZIGXPF-REC.
       01  ZIGXPF-REC.
           COPY DDS-ALL-FORMATS            OF ZIGXPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5441'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-PTRN-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-COVR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ACMV-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZCLM-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-STAT-OK                PIC X(01) VALUE 'N'.
       01  WSAA-SACS-TYPE              PIC X(01) VALUE SPACES.
       01  WSAA-GRP-FOUND              PIC X(01) VALUE 'N'.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
       01  WSAA-OCC-NUM                PIC 9(08) VALUE 0.
      *
       01  WSAA-RUN-YYMM               PIC X(06) VALUE SPACES.
       01  WSAA-DATE-X.
           05  WSAA-DATE-YYMM          PIC X(06).
           05  WSAA-DATE-DD            PIC X(02).
       01  WSAA-DATE-N                 REDEFINES WSAA-DATE-X
                                       PIC 9(08).
      *
      *  One contract's contribution to its group this month.
      *
       01  WSAA-CON-WORK.
           03  WSAA-CON-POLCNT         PIC S9(07) COMP-3.
           03  WSAA-CON-ISSCNT         PIC S9(07) COMP-3.
           03  WSAA-CON-EXITCNT        PIC S9(07) COMP-3.
           03  WSAA-CON-CLMCNT         PIC S9(07) COMP-3.
           03  WSAA-CON-SUMINS         PIC S9(13)V9(02) COMP-3.
           03  WSAA-CON-PREMAMT        PIC S9(13)V9(02) COMP-3.
           03  WSAA-CON-CLMAMT         PIC S9(13)V9(02) COMP-3.
           03  WSAA-CON-EXPAMT         PIC S9(13)V9(02) COMP-3.
      *
       01  WSAA-CON-PORTFOLIO          PIC X(08) VALUE SPACES.
       01  WSAA-CON-COHORT             PIC 9(04) VALUE 0.
       01  WSAA-CON-PRFTIND            PIC X(01) VALUE SPACES.
      *
      *  Group accumulators, one entry per portfolio / cohort /
      *  profitability indicator met in the book.
      *
       01  WSAA-GRP-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-GRP-HIT                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-GRP-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-GRP-TABLE.
           03  WSAA-GRP-ENT            OCCURS 500.
               05  WSAA-GRP-PORTFOLIO  PIC X(08).
               05  WSAA-GRP-COHORT     PIC 9(04).
               05  WSAA-GRP-PRFTIND    PIC X(01).
               05  WSAA-GRP-POLCNT     PIC S9(07) COMP-3.
               05  WSAA-GRP-ISSCNT     PIC S9(07) COMP-3.
               05  WSAA-GRP-EXITCNT    PIC S9(07) COMP-3.
               05  WSAA-GRP-CLMCNT     PIC S9(07) COMP-3.
               05  WSAA-GRP-SUMINS     PIC S9(13)V9(02) COMP-3.
               05  WSAA-GRP-PREMAMT    PIC S9(13)V9(02) COMP-3.
               05  WSAA-GRP-CLMAMT     PIC S9(13)V9(02) COMP-3.
               05  WSAA-GRP-EXPAMT     PIC S9(13)V9(02) COMP-3.
      *
      *  Whole-book totals for the 'T' row.
      *
       01  WSAA-TOT-WORK.
           03  WSAA-TOT-POLCNT         PIC S9(07) COMP-3.
           03  WSAA-TOT-ISSCNT         PIC S9(07) COMP-3.
           03  WSAA-TOT-EXITCNT        PIC S9(07) COMP-3.
           03  WSAA-TOT-CLMCNT         PIC S9(07) COMP-3.
           03  WSAA-TOT-SUMINS         PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-PREMAMT        PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-CLMAMT         PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-EXPAMT         PIC S9(13)V9(02) COMP-3.
       01  WSAA-OPENING-CNT            PIC S9(07) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  PTRNENQREC              PIC X(10) VALUE 'PTRNENQREC'.
           03  COVRREC                 PIC X(10) VALUE 'COVRREC'.
           03  ACMVENQREC              PIC X(10) VALUE 'ACMVENQREC'.
           03  ZCLMREC                 PIC X(10) VALUE 'ZCLMREC'.
           03  ZMESREC                 PIC X(10) VALUE 'ZMESREC'.       <PH2693>
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  TABLES.
           03  T5679                   PIC X(06) VALUE 'T5679'.
           03  TV102                   PIC X(06) VALUE 'TV102'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY VARCOM.
           COPY SMTPFXCPY.
           COPY CONTOTREC.
           COPY SYSERRREC.
           COPY ZIFRSGRPREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY PZ441PAR.
           COPY ITEMSKM.
           COPY T5679REC.
           COPY TV102REC.
      /
           COPY CHDRLIFSKM.
           COPY PTRNENQSKM.
           COPY COVRSKM.
           COPY ACMVENQSKM.
           COPY ZCLMSKM.
           COPY ZMESSKM.                                                <PH2693>
      /
      *
       LINKAGE SECTION.
      *****************
      *
       01  LSAA-STATUZ                PIC X(04).
       01  LSAA-BSSCREC               PIC X(1024).
       01  LSAA-BSPRREC               PIC X(1024).
       01  LSAA-BPRDREC               PIC X(1024).
       01  LSAA-BUPAREC               PIC X(1024).
      /
       PROCEDURE DIVISION           USING LSAA-STATUZ
                                          LSAA-BSSCREC
                                          LSAA-BSPRREC
                                          LSAA-BPRDREC
                                          LSAA-BUPAREC.

           COPY MAINB.
      /
       0900-RESTART SECTION.
      **********************
      *
       0910-RESTART.
      *
      * Place any additional restart processing in here.
      *
       0990-EXIT.
           EXIT.
      /
       1000-INITIALISE SECTION.
      *************************
      *
       1010-INITIALISE.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           OPEN OUTPUT ZIGXPF.
      *
           MOVE BUPA-PARMAREA          TO PZ441-PARAMS.
      *
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-DATE-X.
           MOVE WSAA-DATE-YYMM         TO WSAA-RUN-YYMM.
      *
           MOVE ZEROES                 TO WSAA-GRP-MAX.
           INITIALIZE                  WSAA-TOT-WORK.
      *
      *  In-force statuses, as the valuation extract selects them.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE T5679                  TO ITEM-ITEMTABL.
           MOVE BPRD-AUTH-CODE         TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ITEM-GENAREA           TO T5679-T5679-REC.
      *
      **** INITIALIZE                  CHDRLIF-PARAMS.                  <PH2693>
      **** MOVE BSPR-COMPANY           TO CHDRLIF-CHDRCOY.              <PH2693>
      **** MOVE BEGN                   TO CHDRLIF-FUNCTION.             <PH2693>
      **** MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.               <PH2693>
           PERFORM 1200-CHECK-SNAPSHOT.                                 <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-RUN-YYMM          TO ZMES-SNAPYM.                  <PH2693>
           MOVE ZMESREC                TO ZMES-FORMAT.                  <PH2693>
           MOVE BEGN                   TO ZMES-FUNCTION.                <PH2693>
           MOVE 'Y'                    TO WSAA-FIRST-READ.
      *
       1090-EXIT.
           EXIT.
      /
       1200-CHECK-SNAPSHOT SECTION.                                     <PH2693>
      *****************************                                     <PH2693>
      *                                                                 <PH2693>
       1210-START.                                                      <PH2693>
      *                                                                 <PH2693>
      *  The run month must have been snapshotted.                      <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-RUN-YYMM          TO ZMES-SNAPYM.                  <PH2693>
           MOVE ZMESREC                TO ZMES-FORMAT.                  <PH2693>
           MOVE BEGN                   TO ZMES-FUNCTION.                <PH2693>
      *                                                                 <PH2693>
           CALL 'ZMESIO'            USING ZMES-PARAMS.                  <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ           NOT = O-K AND ENDP                  <PH2693>
              MOVE ZMES-STATUZ         TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR                                   <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ               = ENDP                          <PH2693>
           OR ZMES-CHDRCOY          NOT = BSPR-COMPANY                  <PH2693>
           OR ZMES-SNAPYM           NOT = WSAA-RUN-YYMM                 <PH2693>
              DISPLAY 'B5441 NO MONTH-END SNAPSHOT FOR: '               <PH2693>
                      WSAA-RUN-YYMM                                     <PH2693>
              DISPLAY 'RUN THE B5462 SNAPSHOT FOR THE MONTH FIRST.'     <PH2693>
              MOVE BOMB                TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR                                   <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
       1290-EXIT.                                                       <PH2693>
           EXIT.                                                        <PH2693>
      /                                                                 <PH2693>
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           IF WSAA-FIRST-READ           = 'Y'
              MOVE 'N'                 TO WSAA-FIRST-READ
           ELSE
      ****    MOVE NEXTR               TO CHDRLIF-FUNCTION              <PH2693>
              MOVE NEXTR               TO ZMES-FUNCTION                 <PH2693>
           END-IF.
      *
      **** CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.               <PH2693>
           CALL 'ZMESIO'            USING ZMES-PARAMS.                  <PH2693>
      *
      **** IF CHDRLIF-STATUZ        NOT = O-K AND ENDP                  <PH2693>
      ****    MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ                   <PH2693>
      ****    MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS                   <PH2693>
           IF ZMES-STATUZ           NOT = O-K AND ENDP                  <PH2693>
              MOVE ZMES-STATUZ         TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      **** IF CHDRLIF-STATUZ            = ENDP                          <PH2693>
      **** OR CHDRLIF-CHDRCOY       NOT = BSPR-COMPANY                  <PH2693>
           IF ZMES-STATUZ               = ENDP                          <PH2693>
           OR ZMES-CHDRCOY          NOT = BSPR-COMPANY                  <PH2693>
           OR ZMES-SNAPYM           NOT = WSAA-RUN-YYMM                 <PH2693>
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
      *  One contract row per contract; its coverage rows are           <PH2693>
      *  passed over.                                                   <PH2693>
      *                                                                 <PH2693>
           IF ZMES-RECTYPE          NOT = 'C'                           <PH2693>
              GO TO 2090-EXIT                                           <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  CHDRLIF-PARAMS.                  <PH2693>
           MOVE ZMES-CHDRCOY           TO CHDRLIF-CHDRCOY.              <PH2693>
           MOVE ZMES-CHDRNUM           TO CHDRLIF-CHDRNUM.              <PH2693>
           MOVE ZMES-CHDRSTAT          TO CHDRLIF-STATCODE.             <PH2693>
           MOVE ZMES-OCCDATE           TO CHDRLIF-OCCDATE.              <PH2693>
           MOVE ZMES-TRANNO            TO CHDRLIF-TRANNO.               <PH2693>
      *                                                                 <PH2693>
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       2090-EXIT.
           EXIT.
      /
       2500-EDIT SECTION.
      *******************
      *
       2510-EDIT.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *                                                                 <PH2693>
           IF ZMES-RECTYPE          NOT = 'C'                           <PH2693>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2693>
              GO TO 2590-EXIT                                           <PH2693>
           END-IF.                                                      <PH2693>
           INITIALIZE                  WSAA-CON-WORK.
      *
      *  Closing in-force, by the same statuses the valuation
      *  extract and the movement reconciliation select on.
      *
           PERFORM 2540-VALIDATE-STATUS.
      *
           IF WSAA-STAT-OK              = 'Y'
              MOVE 1                   TO WSAA-CON-POLCNT
           END-IF.
      *
      *  Issues and exits in the month.
      *
           MOVE 'N'                    TO WSAA-PTRN-EOF.
      *
           INITIALIZE                  PTRNENQ-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO PTRNENQ-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PTRNENQ-CHDRNUM.
           MOVE ZERO                   TO PTRNENQ-TRANNO.
           MOVE PTRNENQREC             TO PTRNENQ-FORMAT.
           MOVE BEGN                   TO PTRNENQ-FUNCTION.
      *
           PERFORM 2600-PROCESS-PTRN
               UNTIL WSAA-PTRN-EOF      = 'Y'.
      *
      *  Sum assured of the in-force book.
      *
           IF WSAA-STAT-OK              = 'Y'
              PERFORM 2700-SUM-ASSURED
           END-IF.
      *
           PERFORM 2800-POSTINGS.
      *
           PERFORM 2900-CLAIMS.
      *
           IF  WSAA-CON-POLCNT          = ZERO
           AND WSAA-CON-ISSCNT          = ZERO
           AND WSAA-CON-EXITCNT         = ZERO
           AND WSAA-CON-CLMCNT          = ZERO
           AND WSAA-CON-PREMAMT         = ZERO
           AND WSAA-CON-EXPAMT          = ZERO
              MOVE SPACES              TO WSSP-EDTERROR
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2540-VALIDATE-STATUS SECTION.
      ******************************
      *
       2541-START.
      *
           MOVE 'N'                    TO WSAA-STAT-OK.
           PERFORM 2545-CHECK-RISK-STAT
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 12
               OR WSAA-STAT-OK          = 'Y'.
      *
       2549-EXIT.
           EXIT.
      /
       2545-CHECK-RISK-STAT SECTION.
      ******************************
      *
       2545-START.
      *
           IF  T5679-CN-RISK-STAT (WSAA-SUB) NOT = SPACES
           AND T5679-CN-RISK-STAT (WSAA-SUB)     = CHDRLIF-STATCODE
               MOVE 'Y'                TO WSAA-STAT-OK
           END-IF.
      *
       2545-EXIT.
           EXIT.
      /
       2600-PROCESS-PTRN SECTION.
      ***************************
      *
       2610-PTRN.
      *
           CALL 'PTRNENQIO'         USING PTRNENQ-PARAMS.
      *
           IF PTRNENQ-STATUZ        NOT = O-K AND ENDP
              MOVE PTRNENQ-STATUZ      TO SYSR-STATUZ
              MOVE PTRNENQ-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF PTRNENQ-STATUZ            = ENDP
           OR PTRNENQ-CHDRCOY       NOT = CHDRLIF-CHDRCOY
           OR PTRNENQ-CHDRNUM       NOT = CHDRLIF-CHDRNUM
              MOVE 'Y'                 TO WSAA-PTRN-EOF
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO PTRNENQ-FUNCTION.
      *
           MOVE PTRNENQ-PTRNEFF        TO WSAA-DATE-X.
      *
           IF WSAA-DATE-YYMM        NOT = WSAA-RUN-YYMM
              GO TO 2690-EXIT
           END-IF.
      *
      *  Same bucket map, and the same split, as B5392.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV102                  TO ITEM-ITEMTABL.
           MOVE PTRNENQ-BATCTRCDE      TO ITEM-ITEMITEM.
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
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV102-TV102-REC.
      *
           IF TV102-BUCKET              = 'ISSU' OR 'REIN'
              ADD 1                    TO WSAA-CON-ISSCNT
           ELSE
              ADD 1                    TO WSAA-CON-EXITCNT
           END-IF.
      *
       2690-EXIT.
           EXIT.
      /
       2700-SUM-ASSURED SECTION.
      **************************
      *
       2710-START.
      *
           MOVE 'N'                    TO WSAA-COVR-EOF.
      *
           INITIALIZE                  COVR-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO COVR-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO COVR-CHDRNUM.
           MOVE COVRREC                TO COVR-FORMAT.
           MOVE BEGN                   TO COVR-FUNCTION.
      *
           PERFORM 2750-ONE-COVR
               UNTIL WSAA-COVR-EOF      = 'Y'.
      *
       2790-EXIT.
           EXIT.
      /
       2750-ONE-COVR SECTION.
      ***********************
      *
       2751-START.
      *
           CALL 'COVRIO'            USING COVR-PARAMS.
      *
           IF COVR-STATUZ           NOT = O-K AND ENDP
              MOVE COVR-STATUZ         TO SYSR-STATUZ
              MOVE COVR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF COVR-STATUZ               = ENDP
           OR COVR-CHDRCOY (1:1)    NOT = CHDRLIF-CHDRCOY
           OR COVR-CHDRNUM (1:8)    NOT = CHDRLIF-CHDRNUM
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 2759-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO COVR-FUNCTION.
      *
           IF COVR-VALIDFLAG (1:1)      = '1'
              ADD COVR-SUMINS          TO WSAA-CON-SUMINS
           END-IF.
      *
       2759-EXIT.
           EXIT.
      /
       2800-POSTINGS SECTION.
      ***********************
      *
       2810-START.
      *
           MOVE 'N'                    TO WSAA-ACMV-EOF.
      *
           INITIALIZE                  ACMVENQ-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO ACMVENQ-RLDGCOY.
           MOVE CHDRLIF-CHDRNUM        TO ACMVENQ-RLDGACCT.
           MOVE ACMVENQREC             TO ACMVENQ-FORMAT.
           MOVE BEGN                   TO ACMVENQ-FUNCTION.
      *
           PERFORM 2850-ONE-ACMV
               UNTIL WSAA-ACMV-EOF      = 'Y'.
      *
       2890-EXIT.
           EXIT.
      /
       2850-ONE-ACMV SECTION.
      ***********************
      *
       2851-START.
      *
           CALL 'ACMVENQIO'         USING ACMVENQ-PARAMS.
      *
           IF ACMVENQ-STATUZ        NOT = O-K AND ENDP
              MOVE ACMVENQ-STATUZ      TO SYSR-STATUZ
              MOVE ACMVENQ-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ACMVENQ-STATUZ            = ENDP
           OR ACMVENQ-RLDGCOY (1:1) NOT = CHDRLIF-CHDRCOY
           OR ACMVENQ-RLDGACCT (1:8) NOT = CHDRLIF-CHDRNUM
              MOVE 'Y'                 TO WSAA-ACMV-EOF
              GO TO 2859-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ACMVENQ-FUNCTION.
      *
           MOVE ACMVENQ-EFFDATE        TO WSAA-DATE-N.
      *
           IF WSAA-DATE-YYMM        NOT = WSAA-RUN-YYMM
              GO TO 2859-EXIT
           END-IF.
      *
      *  Premium sub-accounts first, then expense sub-accounts.
      *
           MOVE SPACES                 TO WSAA-SACS-TYPE.
           PERFORM 2860-CHECK-PREM-SACS
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 5
               OR WSAA-SACS-TYPE    NOT = SPACES.
      *
           IF WSAA-SACS-TYPE            = SPACES
              PERFORM 2870-CHECK-EXP-SACS
                  VARYING WSAA-SUB FROM 1 BY 1
                  UNTIL WSAA-SUB        > 10
                  OR WSAA-SACS-TYPE NOT = SPACES
           END-IF.
      *
      *  Premium income is a credit: reported with its sign             <PH2693>
      *  reversed, so that premium received shows positive.             <PH2693>
      *                                                                 <PH2693>
           IF WSAA-SACS-TYPE            = 'P'
              IF ACMVENQ-GLSIGN         = '-'
      ****       SUBTRACT ACMVENQ-ACCTAMT FROM WSAA-CON-PREMAMT         <PH2693>
                 ADD ACMVENQ-ACCTAMT   TO WSAA-CON-PREMAMT              <PH2693>
              ELSE
      ****       ADD ACMVENQ-ACCTAMT   TO WSAA-CON-PREMAMT              <PH2693>
                 SUBTRACT ACMVENQ-ACCTAMT FROM WSAA-CON-PREMAMT         <PH2693>
              END-IF
           END-IF.
      *
           IF WSAA-SACS-TYPE            = 'E'
              IF ACMVENQ-GLSIGN         = '-'
                 SUBTRACT ACMVENQ-ACCTAMT FROM WSAA-CON-EXPAMT
              ELSE
                 ADD ACMVENQ-ACCTAMT   TO WSAA-CON-EXPAMT
              END-IF
           END-IF.
      *
       2859-EXIT.
           EXIT.
      /
       2860-CHECK-PREM-SACS SECTION.
      ******************************
      *
       2861-START.
      *
           IF  PZ441-PRMCODE (WSAA-SUB) NOT = SPACES
           AND PZ441-PRMCODE (WSAA-SUB)     = ACMVENQ-SACSCODE (1:2)
           AND PZ441-PRMTYPE (WSAA-SUB)     = ACMVENQ-SACSTYP (1:2)
               MOVE 'P'                TO WSAA-SACS-TYPE
           END-IF.
      *
       2869-EXIT.
           EXIT.
      /
       2870-CHECK-EXP-SACS SECTION.
      ******************************
      *
       2871-START.
      *
           IF  PZ441-EXPCODE (WSAA-SUB) NOT = SPACES
           AND PZ441-EXPCODE (WSAA-SUB)     = ACMVENQ-SACSCODE (1:2)
           AND PZ441-EXPTYPE (WSAA-SUB)     = ACMVENQ-SACSTYP (1:2)
               MOVE 'E'                TO WSAA-SACS-TYPE
           END-IF.
      *
       2879-EXIT.
           EXIT.
      /
       2900-CLAIMS SECTION.
      *********************
      *
       2910-START.
      *
           MOVE 'N'                    TO WSAA-ZCLM-EOF.
      *
           INITIALIZE                  ZCLM-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO ZCLM-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO ZCLM-CHDRNUM.
           MOVE ZCLMREC                TO ZCLM-FORMAT.
           MOVE BEGN                   TO ZCLM-FUNCTION.
      *
           PERFORM 2950-ONE-ZCLM
               UNTIL WSAA-ZCLM-EOF      = 'Y'.
      *
       2990-EXIT.
           EXIT.
      /
       2950-ONE-ZCLM SECTION.
      ***********************
      *
       2951-START.
      *
           CALL 'ZCLMIO'            USING ZCLM-PARAMS.
      *
           IF ZCLM-STATUZ           NOT = O-K AND ENDP
              MOVE ZCLM-STATUZ         TO SYSR-STATUZ
              MOVE ZCLM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCLM-STATUZ               = ENDP
           OR ZCLM-CHDRCOY          NOT = CHDRLIF-CHDRCOY
           OR ZCLM-CHDRNUM          NOT = CHDRLIF-CHDRNUM
              MOVE 'Y'                 TO WSAA-ZCLM-EOF
              GO TO 2959-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZCLM-FUNCTION.
      *
           IF ZCLM-CLAMSTAT         NOT = 'AP' AND 'PD'
              GO TO 2959-EXIT
           END-IF.
      *
           MOVE ZCLM-APPRDATE          TO WSAA-DATE-N.
      *
           IF WSAA-DATE-YYMM            = WSAA-RUN-YYMM
              ADD 1                    TO WSAA-CON-CLMCNT
              ADD ZCLM-RESVAMT         TO WSAA-CON-CLMAMT
           END-IF.
      *
       2959-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
      *  In force or moving this month: stamp the group now if
      *  the contract pre-dates the register.  Otherwise only an
      *  existing stamp is used.
      *
           INITIALIZE                  ZIGR-ZIFRSGRP-REC.
           IF  WSAA-CON-POLCNT          = ZERO
           AND WSAA-CON-ISSCNT          = ZERO
           AND WSAA-CON-EXITCNT         = ZERO
              MOVE 'READ'              TO ZIGR-FUNCTION
           ELSE
              MOVE 'STAMP'             TO ZIGR-FUNCTION
           END-IF.
           MOVE CHDRLIF-CHDRCOY        TO ZIGR-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO ZIGR-CHDRNUM.
      **** MOVE CHDRLIF-CNTTYPE (1:3)  TO ZIGR-CNTTYPE.                 <PH2693>
           MOVE ZMES-CNTTYPE           TO ZIGR-CNTTYPE.                 <PH2693>
           MOVE CHDRLIF-OCCDATE (1:8)  TO WSAA-OCC-NUM.
           MOVE WSAA-OCC-NUM           TO ZIGR-OCCDATE.
           MOVE ZEROES                 TO ZIGR-ISSDATE.
           MOVE BSSC-EFFECTIVE-DATE    TO ZIGR-STMPDATE.
           MOVE CHDRLIF-TRANNO         TO ZIGR-TRANNO.
      *
           CALL 'ZIFRSGRP'          USING ZIGR-ZIFRSGRP-REC.
      *
           IF  ZIGR-STATUZ          NOT = O-K
           AND ZIGR-STATUZ          NOT = MRNF
               MOVE ZIGR-STATUZ        TO SYSR-STATUZ
               MOVE ZIGR-ZIFRSGRP-REC  TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZIGR-STATUZ               = MRNF
              MOVE SPACES              TO WSAA-CON-PORTFOLIO
                                          WSAA-CON-PRFTIND
              MOVE ZEROES              TO WSAA-CON-COHORT
              MOVE CT04                TO CONT-TOTNO
           ELSE
              MOVE ZIGR-PORTFOLIO      TO WSAA-CON-PORTFOLIO
              MOVE ZIGR-COHORT         TO WSAA-CON-COHORT
              MOVE ZIGR-PRFTIND        TO WSAA-CON-PRFTIND
              MOVE CT02                TO CONT-TOTNO
           END-IF.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           IF ZIGR-NEWSTAMP             = 'Y'
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           PERFORM 3100-FIND-GROUP.
      *
           ADD WSAA-CON-POLCNT         TO WSAA-GRP-POLCNT
                                          (WSAA-GRP-IX).
           ADD WSAA-CON-ISSCNT         TO WSAA-GRP-ISSCNT
                                          (WSAA-GRP-IX).
           ADD WSAA-CON-EXITCNT        TO WSAA-GRP-EXITCNT
                                          (WSAA-GRP-IX).
           ADD WSAA-CON-CLMCNT         TO WSAA-GRP-CLMCNT
                                          (WSAA-GRP-IX).
           ADD WSAA-CON-SUMINS         TO WSAA-GRP-SUMINS
                                          (WSAA-GRP-IX).
           ADD WSAA-CON-PREMAMT        TO WSAA-GRP-PREMAMT
                                          (WSAA-GRP-IX).
           ADD WSAA-CON-CLMAMT         TO WSAA-GRP-CLMAMT
                                          (WSAA-GRP-IX).
           ADD WSAA-CON-EXPAMT         TO WSAA-GRP-EXPAMT
                                          (WSAA-GRP-IX).
      *
           ADD WSAA-CON-POLCNT         TO WSAA-TOT-POLCNT.
           ADD WSAA-CON-ISSCNT         TO WSAA-TOT-ISSCNT.
           ADD WSAA-CON-EXITCNT        TO WSAA-TOT-EXITCNT.
           ADD WSAA-CON-CLMCNT         TO WSAA-TOT-CLMCNT.
           ADD WSAA-CON-SUMINS         TO WSAA-TOT-SUMINS.
           ADD WSAA-CON-PREMAMT        TO WSAA-TOT-PREMAMT.
           ADD WSAA-CON-CLMAMT         TO WSAA-TOT-CLMAMT.
           ADD WSAA-CON-EXPAMT         TO WSAA-TOT-EXPAMT.
      *
       3090-EXIT.
           EXIT.
      /
       3100-FIND-GROUP SECTION.
      *************************
      *
       3110-START.
      *
           MOVE 'N'                    TO WSAA-GRP-FOUND.
           PERFORM 3150-MATCH-GROUP
               VARYING WSAA-GRP-IX FROM 1 BY 1
               UNTIL WSAA-GRP-IX        > WSAA-GRP-MAX
               OR WSAA-GRP-FOUND        = 'Y'.
      *
           IF WSAA-GRP-FOUND            = 'Y'
              MOVE WSAA-GRP-HIT        TO WSAA-GRP-IX
              GO TO 3190-EXIT
           END-IF.
      *
           IF WSAA-GRP-MAX          NOT < 500
              MOVE 'BOMB'              TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-GRP-MAX.
           MOVE WSAA-GRP-MAX           TO WSAA-GRP-IX.
           INITIALIZE                  WSAA-GRP-ENT (WSAA-GRP-IX).
           MOVE WSAA-CON-PORTFOLIO     TO WSAA-GRP-PORTFOLIO
                                          (WSAA-GRP-IX).
           MOVE WSAA-CON-COHORT        TO WSAA-GRP-COHORT
                                          (WSAA-GRP-IX).
           MOVE WSAA-CON-PRFTIND       TO WSAA-GRP-PRFTIND
                                          (WSAA-GRP-IX).
      *
       3190-EXIT.
           EXIT.
      /
       3150-MATCH-GROUP SECTION.
      **************************
      *
       3151-START.
      *
           IF  WSAA-GRP-PORTFOLIO (WSAA-GRP-IX) = WSAA-CON-PORTFOLIO
           AND WSAA-GRP-COHORT (WSAA-GRP-IX)    = WSAA-CON-COHORT
           AND WSAA-GRP-PRFTIND (WSAA-GRP-IX)   = WSAA-CON-PRFTIND
               MOVE 'Y'                TO WSAA-GRP-FOUND
               MOVE WSAA-GRP-IX        TO WSAA-GRP-HIT
           END-IF.
      *
       3159-EXIT.
           EXIT.
      /
       3500-COMMIT SECTION.
      **********************
      *
       3510-COMMIT.
      *
      * Place any additional commitment processing in here.
      *
       3590-EXIT.
           EXIT.
      /
       3600-ROLLBACK SECTION.
      **********************
      *
       3610-ROLLBACK.
      *
      * Place any additional rollback processing in here.
      *
       3690-EXIT.
           EXIT.
      /
       4000-CLOSE SECTION.
      ********************
      *
       4010-CLOSE-FILES.
      *
           PERFORM 4100-WRITE-GROUP
               VARYING WSAA-GRP-IX FROM 1 BY 1
               UNTIL WSAA-GRP-IX        > WSAA-GRP-MAX.
      *
      *  Whole-book row - agrees to the B5392 movement report.
      *
           COMPUTE WSAA-OPENING-CNT     = WSAA-TOT-POLCNT
                                        - WSAA-TOT-ISSCNT
                                        + WSAA-TOT-EXITCNT.
      *
           MOVE SPACES                 TO ZIGXPF-REC.
           MOVE 'T'                    TO RECTYPE    OF ZIGXPF.
           MOVE SPACES                 TO PORTFOLIO  OF ZIGXPF
                                          PRFTIND    OF ZIGXPF.
           MOVE ZEROES                 TO COHORT     OF ZIGXPF.
           MOVE WSAA-OPENING-CNT       TO OPENCNT    OF ZIGXPF.
           MOVE WSAA-TOT-ISSCNT        TO ISSCNT     OF ZIGXPF.
           MOVE WSAA-TOT-EXITCNT       TO EXITCNT    OF ZIGXPF.
           MOVE WSAA-TOT-POLCNT        TO POLCNT     OF ZIGXPF.
           MOVE WSAA-TOT-SUMINS        TO SUMINS     OF ZIGXPF.
           MOVE WSAA-TOT-PREMAMT       TO PREMAMT    OF ZIGXPF.
           MOVE WSAA-TOT-CLMCNT        TO CLMCNT     OF ZIGXPF.
           MOVE WSAA-TOT-CLMAMT        TO CLMAMT     OF ZIGXPF.
           MOVE WSAA-TOT-EXPAMT        TO EXPAMT     OF ZIGXPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE    OF ZIGXPF.
           WRITE ZIGXPF-REC.
      *
           CLOSE ZIGXPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5441 IFRS 17 CONTRACT-GROUP EXTRACT'.
           DISPLAY 'GROUPS WRITTEN............: ' WSAA-GRP-MAX.
           DISPLAY 'CLOSING IN-FORCE..........: ' WSAA-TOT-POLCNT.
           DISPLAY 'ISSUES/REINSTATEMENTS.....: ' WSAA-TOT-ISSCNT.
           DISPLAY 'EXITS (LAPSE/MAT/SUR/DTH).: ' WSAA-TOT-EXITCNT.
           DISPLAY 'DERIVED OPENING IN-FORCE..: ' WSAA-OPENING-CNT.
           DISPLAY 'AGREE CLOSING AND OPENING TO B5392 CONTROL'.
           DISPLAY 'TOTALS 02 AND 06 FOR THE SAME MONTH.'.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-WRITE-GROUP SECTION.
      **************************
      *
       4110-START.
      *
           COMPUTE WSAA-OPENING-CNT
                          = WSAA-GRP-POLCNT  (WSAA-GRP-IX)
                          - WSAA-GRP-ISSCNT  (WSAA-GRP-IX)
                          + WSAA-GRP-EXITCNT (WSAA-GRP-IX).
      *
           MOVE SPACES                 TO ZIGXPF-REC.
           MOVE 'G'                    TO RECTYPE    OF ZIGXPF.
           MOVE WSAA-GRP-PORTFOLIO (WSAA-GRP-IX)
                                       TO PORTFOLIO  OF ZIGXPF.
           MOVE WSAA-GRP-COHORT (WSAA-GRP-IX)
                                       TO COHORT     OF ZIGXPF.
           MOVE WSAA-GRP-PRFTIND (WSAA-GRP-IX)
                                       TO PRFTIND    OF ZIGXPF.
           MOVE WSAA-OPENING-CNT       TO OPENCNT    OF ZIGXPF.
           MOVE WSAA-GRP-ISSCNT (WSAA-GRP-IX)
                                       TO ISSCNT     OF ZIGXPF.
           MOVE WSAA-GRP-EXITCNT (WSAA-GRP-IX)
                                       TO EXITCNT    OF ZIGXPF.
           MOVE WSAA-GRP-POLCNT (WSAA-GRP-IX)
                                       TO POLCNT     OF ZIGXPF.
           MOVE WSAA-GRP-SUMINS (WSAA-GRP-IX)
                                       TO SUMINS     OF ZIGXPF.
           MOVE WSAA-GRP-PREMAMT (WSAA-GRP-IX)
                                       TO PREMAMT    OF ZIGXPF.
           MOVE WSAA-GRP-CLMCNT (WSAA-GRP-IX)
                                       TO CLMCNT     OF ZIGXPF.
           MOVE WSAA-GRP-CLMAMT (WSAA-GRP-IX)
                                       TO CLMAMT     OF ZIGXPF.
           MOVE WSAA-GRP-EXPAMT (WSAA-GRP-IX)
                                       TO EXPAMT     OF ZIGXPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE    OF ZIGXPF.
           WRITE ZIGXPF-REC.
      *
           MOVE CT05                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       4190-EXIT.
           EXIT.
