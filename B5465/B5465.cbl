      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5465.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   MONTH-END UNEARNED PREMIUM RESERVE.
      *
      *   Premium is taken to income in full when an instalment is
      *   billed and collected; for annual and single premiums, and
      *   for every instalment not yet run off at month end, part
      *   of it is still unearned.  This job calculates that part
      *   and posts the movement in the reserve.
      *
      *   The valuation month is PZ465, by default the month of the
      *   effective date, and the book is the month-end snapshot
      *   for it (ZMES, B5462) - the same contracts and components
      *   the valuation extract B5387 reports, so the listing can
      *   be signed off against it.  The job stops if the month has
      *   not been snapshotted.  For each contract row:
      *
      *    - every paid instalment (LINS valid flag '1', paid, not a
      *      top-up) running beyond the snapshot date is unearned
      *      from the day after that date to the instalment-to date,
      *      pro rata by day; an instalment starting after the date
      *      is unearned in full.  The premium is INSTAMT01, so the
      *      fees and other charges on the instalment are left out;
      *
      *    - the contract's unearned premium is shared out over its
      *      components in the snapshot in proportion to their
      *      instalment premium, the last component taking the
      *      rounding;
      *
      *    - the reserve is held on the ZUNR register by month: a
      *      'C' row for the contract and a 'V' row per component.
      *      The movement posted is the new reserve less the last
      *      one posted - last month's, or this month's when the
      *      job is run again, whose rows are then replaced;
      *
      *    - a contract that held a reserve last month but is not in
      *      this month's snapshot (surrendered, lapsed, matured)
      *      has that reserve released in full at the end of the
      *      run, and a 'C' row with no reserve is written for the
      *      month so that a second run does not release it again.
      *      The release is held back from a stopped or re-drive
      *      run, which has not seen the whole book;
      *
      *    - the movement is posted to the contract through T5645
      *      item B5465: line 01 the unearned premium reserve, line
      *      02 the change in the reserve against premium income.
      *
      *   The accounting period of the run must be open (ZPERCHK).
      *
      *   ZUPPF lists the reserve by product: a 'P' line per contract
      *   type, component and currency with the components counted,
      *   their instalment premium, the reserve at the month end and
      *   the month before and the movement; an 'S' line per
      *   contract type and a 'T' line for the whole.
      *
      *   Control totals:
      *     01  -  Contracts read
      *     02  -  Contracts with a reserve or a release
      *     03  -  Component rows written
      *     04  -  Reserve at the month end
      *     05  -  Movement posted
      *     06  -  Reserves released, contracts out of the book
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
      * 15/10/26  01/01   PH2699       Phi Tran - IT DEV                    *
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
           SELECT ZUPPF                ASSIGN TO DATABASE-ZUPPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZUPPF                           LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZUPPF-REC.
       01  ZUPPF-REC.
           COPY DDS-ALL-FORMATS            OF ZUPPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5465'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-ZMES-HELD              PIC X(01) VALUE 'N'.
       01  WSAA-LINS-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZUNR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-RERUN                  PIC X(01) VALUE 'N'.
       01  WSAA-RELEASE                PIC X(01) VALUE 'N'.
       01  WSAA-REL-CHDRNUM            PIC X(08) VALUE SPACES.
       01  WSAA-JRNSEQ                 PIC S9(02) COMP-3 VALUE 0.
      *
       01  WSAA-READ-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-RSV-CNT                PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-COMP-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-LINE-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-REL-CNT                PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-TOT-UPR                PIC S9(15)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-MOVE               PIC S9(15)V9(02) COMP-3 VALUE 0.
      *
       01  WSAA-RUN-DATE               PIC 9(08) VALUE 0.
       01  WSAA-RUN-DATE-X REDEFINES WSAA-RUN-DATE.
           03  WSAA-RUN-YYMM           PIC 9(06).
           03  WSAA-RUN-DD             PIC 9(02).
      *
       01  WSAA-VAL-YM.
           03  WSAA-VAL-YY             PIC 9(04).
           03  WSAA-VAL-MM             PIC 9(02).
       01  WSAA-VAL-YM-N REDEFINES WSAA-VAL-YM
                                       PIC 9(06).
       01  WSAA-VAL-YM-X REDEFINES WSAA-VAL-YM
                                       PIC X(06).
      *
       01  WSAA-PRV-YM.
           03  WSAA-PRV-YY             PIC 9(04).
           03  WSAA-PRV-MM             PIC 9(02).
       01  WSAA-PRV-YM-X REDEFINES WSAA-PRV-YM
                                       PIC X(06).
      *
      *  The contract being valued, from its snapshot row.
      *
       01  WSAA-CHDRNUM                PIC X(08) VALUE SPACES.
       01  WSAA-CNTTYPE                PIC X(03) VALUE SPACES.
       01  WSAA-CNTBRANCH              PIC X(02) VALUE SPACES.
       01  WSAA-VALDATE                PIC 9(08) VALUE 0.
       01  WSAA-CURRCODE               PIC X(03) VALUE SPACES.
      *
       01  WSAA-CON-UPR                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-CON-PAID               PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-PRV-UPR                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-POSTED-UPR             PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-MOVEMENT               PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-POST-AMT               PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-LINS-UPR               PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-SHARED                 PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-DAYS               PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-EARN-DAYS              PIC S9(05) COMP-3 VALUE 0.
      *
      *  The contract's components in the snapshot.
      *
       01  WSAA-CMP-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-CMP-MAX                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-CMP-WEIGHT             PIC S9(15)V9(02) COMP-3 VALUE 0.
       01  WSAA-CMP-TABLE.
           03  WSAA-CMP-ENTRY                      OCCURS 99.
               05  WSAA-CMP-LIFE       PIC X(02).
               05  WSAA-CMP-COVERAGE   PIC X(02).
               05  WSAA-CMP-RIDER      PIC X(02).
               05  WSAA-CMP-CRTABLE    PIC X(04).
               05  WSAA-CMP-INSTPREM   PIC S9(13)V9(02) COMP-3.
               05  WSAA-CMP-UPR        PIC S9(13)V9(02) COMP-3.
      *
      *  The listing by product, kept in key order.
      *
       01  WSAA-PRD-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-PRD-JX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-PRD-MAX                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-PRD-FOUND              PIC X(01) VALUE 'N'.
       01  WSAA-PRD-NEW-KEY.
           03  WSAA-PRD-NEW-CNTTYPE    PIC X(03).
           03  WSAA-PRD-NEW-CRTABLE    PIC X(04).
           03  WSAA-PRD-NEW-CURRCODE   PIC X(03).
       01  WSAA-PRD-TABLE.
           03  WSAA-PRD-ENTRY                      OCCURS 500.
               05  WSAA-PRD-KEY.
                   07  WSAA-PRD-CNTTYPE
                                       PIC X(03).
                   07  WSAA-PRD-CRTABLE
                                       PIC X(04).
                   07  WSAA-PRD-CURRCODE
                                       PIC X(03).
               05  WSAA-PRD-COMPCNT    PIC 9(05).
               05  WSAA-PRD-INSTPREM   PIC S9(13)V9(02) COMP-3.
               05  WSAA-PRD-UPR        PIC S9(13)V9(02) COMP-3.
               05  WSAA-PRD-PRVUPR     PIC S9(13)V9(02) COMP-3.
      *
      *  Sums for the listing: 1 - contract type, 2 - grand total.
      *
       01  WSAA-LVL                    PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-HELD-CNTTYPE           PIC X(03) VALUE SPACES.
       01  WSAA-SUMS.
           03  WSAA-SUM-LVL                        OCCURS 2.
               05  WSAA-SUM-COMPCNT    PIC 9(05).
               05  WSAA-SUM-INSTPREM   PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-UPR        PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-PRVUPR     PIC S9(13)V9(02) COMP-3.
      *
       01  FORMATS.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  LINSRNLREC              PIC X(10) VALUE 'LINSRNLREC'.
           03  ZMESREC                 PIC X(10) VALUE 'ZMESREC'.
           03  ZUNRREC                 PIC X(10) VALUE 'ZUNRREC'.
      *
       01  TABLES.
           03  T5645                   PIC X(06) VALUE 'T5645'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.
           03  CT06                    PIC 9(02) VALUE 06.
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY VARCOM.
           COPY SMTPFXCPY.
           COPY CONTOTREC.
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY ITEMSKM.
           COPY T5645REC.
           COPY LIFACMVREC.
           COPY ZPERCHKREC.
           COPY DATCON3REC.
           COPY PZ465PAR.
      /
           COPY ZMESSKM.
           COPY LINSRNLSKM.
           COPY ZUNRSKM.
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
      *  The reserve movement may not post into an accounting month
      *  Finance has already moved to closing or closed (TV101).
      *
           INITIALIZE                  ZPER-ZPERCHK-REC.
           MOVE BSPR-COMPANY           TO ZPER-COMPANY.
           MOVE BSSC-ACCT-YEAR         TO ZPER-ACCTYEAR.
           MOVE BSSC-ACCT-MONTH        TO ZPER-ACCTMONTH.
           MOVE SPACES                 TO ZPER-USERID.
      *
           CALL 'ZPERCHK'           USING ZPER-ZPERCHK-REC.
      *
           IF ZPER-STATUZ           NOT = O-K
              MOVE ZPER-STATUZ         TO SYSR-STATUZ
              MOVE ZPER-ZPERCHK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZPER-ALLOW            NOT = 'Y'
              DISPLAY 'B5465 ACCOUNTING PERIOD NOT OPEN - '
                      BSSC-ACCT-YEAR (1:4) BSSC-ACCT-MONTH (1:2)
              MOVE BOMB                TO SYSR-STATUZ
              MOVE ZPER-ZPERCHK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  The valuation month, by default that of the run, and the
      *  month before it.
      *
           MOVE BUPA-PARMAREA          TO PZ465-PARAMS.
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-RUN-DATE.
      *
           IF PZ465-VALYM               > ZERO
              MOVE PZ465-VALYM         TO WSAA-VAL-YM-N
           ELSE
              MOVE WSAA-RUN-YYMM       TO WSAA-VAL-YM-N
           END-IF.
      *
           MOVE WSAA-VAL-YY            TO WSAA-PRV-YY.
           IF WSAA-VAL-MM               = 1
              SUBTRACT 1             FROM WSAA-PRV-YY
              MOVE 12                  TO WSAA-PRV-MM
           ELSE
              COMPUTE WSAA-PRV-MM       = WSAA-VAL-MM - 1
           END-IF.
      *
      *  The reserve and the reserve-movement sub-accounts.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE T5645                  TO ITEM-ITEMTABL.
           MOVE WSAA-PROG              TO ITEM-ITEMITEM.
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
           MOVE ITEM-GENAREA           TO T5645-T5645-REC.
      *
           PERFORM 1200-CHECK-SNAPSHOT.
      *
           MOVE ZEROES                 TO WSAA-PRD-MAX.
           INITIALIZE                  WSAA-PRD-TABLE
                                       WSAA-SUMS.
      *
           OPEN OUTPUT ZUPPF.
      *
           INITIALIZE                  ZMES-PARAMS.
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.
           MOVE WSAA-VAL-YM-X          TO ZMES-SNAPYM.
           MOVE ZMESREC                TO ZMES-FORMAT.
           MOVE BEGN                   TO ZMES-FUNCTION.
           MOVE 'Y'                    TO WSAA-FIRST-READ.
           MOVE 'N'                    TO WSAA-ZMES-HELD.
      *
       1090-EXIT.
           EXIT.
      /
       1200-CHECK-SNAPSHOT SECTION.
      *****************************
      *
       1210-START.
      *
      *  The valuation month must have been snapshotted.
      *
           INITIALIZE                  ZMES-PARAMS.
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.
           MOVE WSAA-VAL-YM-X          TO ZMES-SNAPYM.
           MOVE ZMESREC                TO ZMES-FORMAT.
           MOVE BEGN                   TO ZMES-FUNCTION.
      *
           CALL 'ZMESIO'            USING ZMES-PARAMS.
      *
           IF ZMES-STATUZ           NOT = O-K AND ENDP
              MOVE ZMES-STATUZ         TO SYSR-STATUZ
              MOVE ZMES-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZMES-STATUZ               = ENDP
           OR ZMES-CHDRCOY          NOT = BSPR-COMPANY
           OR ZMES-SNAPYM           NOT = WSAA-VAL-YM-X
              DISPLAY 'B5465 NO MONTH-END SNAPSHOT FOR: '
                      WSAA-VAL-YM-X
              DISPLAY 'RUN THE B5462 SNAPSHOT FOR THE MONTH FIRST.'
              MOVE BOMB                TO SYSR-STATUZ
              MOVE ZMES-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       1290-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
      *  The component rows of the last contract have been read
      *  through to the next contract row, which is already held.
      *
           IF WSAA-ZMES-HELD            = 'Y'
              MOVE 'N'                 TO WSAA-ZMES-HELD
              GO TO 2020-CHECK-END
           END-IF.
      *
           IF WSAA-FIRST-READ           = 'Y'
              MOVE 'N'                 TO WSAA-FIRST-READ
           ELSE
              MOVE NEXTR               TO ZMES-FUNCTION
           END-IF.
      *
           CALL 'ZMESIO'            USING ZMES-PARAMS.
      *
           IF ZMES-STATUZ           NOT = O-K AND ENDP
              MOVE ZMES-STATUZ         TO SYSR-STATUZ
              MOVE ZMES-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       2020-CHECK-END.
      *
           IF ZMES-STATUZ               = ENDP
           OR ZMES-CHDRCOY          NOT = BSPR-COMPANY
           OR ZMES-SNAPYM           NOT = WSAA-VAL-YM-X
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
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
      *
      *  A component row with no contract row before it.
      *
           IF ZMES-RECTYPE          NOT = 'C'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-READ-CNT.
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       2590-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE ZMES-CHDRNUM           TO WSAA-CHDRNUM.
           MOVE ZMES-CNTTYPE           TO WSAA-CNTTYPE.
           MOVE ZMES-CNTBRANCH         TO WSAA-CNTBRANCH.
           MOVE ZMES-SNAPDATE          TO WSAA-VALDATE.
           MOVE SPACES                 TO WSAA-CURRCODE.
           MOVE ZEROES                 TO WSAA-CON-UPR
                                          WSAA-CON-PAID
                                          WSAA-PRV-UPR
                                          WSAA-POSTED-UPR.
      *
           PERFORM 3100-LOAD-COMPONENTS.
      *
           PERFORM 3200-CALC-UPR.
      *
           PERFORM 3300-SHARE-UPR.
      *
           PERFORM 3400-PRIOR-RESERVE.
      *
           PERFORM 3450-CLEAR-CURRENT.
      *
      *  Nothing held now, last month or on an earlier run.
      *
           IF  WSAA-CON-UPR             = ZERO
           AND WSAA-PRV-UPR             = ZERO
           AND WSAA-RERUN           NOT = 'Y'
               GO TO 3090-EXIT
           END-IF.
      *
      *  The ledger holds last month's reserve, or the one posted
      *  by an earlier run for this month.
      *
           IF WSAA-RERUN                = 'Y'
              COMPUTE WSAA-POST-AMT     = WSAA-CON-UPR
                                        - WSAA-POSTED-UPR
           ELSE
              COMPUTE WSAA-POST-AMT     = WSAA-CON-UPR
                                        - WSAA-PRV-UPR
           END-IF.
           COMPUTE WSAA-MOVEMENT        = WSAA-CON-UPR
                                        - WSAA-PRV-UPR.
      *
           IF WSAA-POST-AMT         NOT = ZERO
              PERFORM 3700-POST-MOVEMENT
           END-IF.
      *
           PERFORM 3800-WRITE-REGISTER.
      *
           ADD 1                       TO WSAA-RSV-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           ADD WSAA-CON-UPR            TO WSAA-TOT-UPR.
           MOVE CT04                   TO CONT-TOTNO.
           MOVE WSAA-CON-UPR           TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
           EXIT.
      /
       3100-LOAD-COMPONENTS SECTION.
      ******************************
      *
       3110-START.
      *
      *  Read on through the contract's component rows.  The row
      *  that ends them is held for the next read of the file.
      *
           MOVE ZEROES                 TO WSAA-CMP-MAX.
           INITIALIZE                  WSAA-CMP-TABLE.
      *
           PERFORM 3150-ONE-COMPONENT
               UNTIL WSAA-ZMES-HELD     = 'Y'.
      *
       3190-EXIT.
           EXIT.
      /
       3150-ONE-COMPONENT SECTION.
      ****************************
      *
       3151-READ.
      *
           MOVE NEXTR                  TO ZMES-FUNCTION.
      *
           CALL 'ZMESIO'            USING ZMES-PARAMS.
      *
           IF ZMES-STATUZ           NOT = O-K AND ENDP
              MOVE ZMES-STATUZ         TO SYSR-STATUZ
              MOVE ZMES-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZMES-STATUZ               = ENDP
           OR ZMES-CHDRCOY          NOT = BSPR-COMPANY
           OR ZMES-SNAPYM           NOT = WSAA-VAL-YM-X
           OR ZMES-CHDRNUM          NOT = WSAA-CHDRNUM
           OR ZMES-RECTYPE          NOT = 'V'
              MOVE 'Y'                 TO WSAA-ZMES-HELD
              GO TO 3159-EXIT
           END-IF.
      *
           IF WSAA-CMP-MAX          NOT < 99
              MOVE 'BOMB'              TO SYSR-STATUZ
              MOVE ZMES-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-CMP-MAX.
           MOVE ZMES-LIFE              TO WSAA-CMP-LIFE (WSAA-CMP-MAX).
           MOVE ZMES-COVERAGE      TO WSAA-CMP-COVERAGE (WSAA-CMP-MAX).
           MOVE ZMES-RIDER            TO WSAA-CMP-RIDER (WSAA-CMP-MAX).
           MOVE ZMES-CRTABLE        TO WSAA-CMP-CRTABLE (WSAA-CMP-MAX).
           MOVE ZMES-INSTPREM      TO WSAA-CMP-INSTPREM (WSAA-CMP-MAX).
      *
       3159-EXIT.
           EXIT.
      /
       3200-CALC-UPR SECTION.
      ***********************
      *
       3210-START.
      *
           MOVE 'N'                    TO WSAA-LINS-EOF.
      *
           INITIALIZE                  LINSRNL-PARAMS.
           MOVE BSPR-COMPANY           TO LINSRNL-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO LINSRNL-CHDRNUM.
           MOVE LINSRNLREC             TO LINSRNL-FORMAT.
           MOVE BEGN                   TO LINSRNL-FUNCTION.
      *
           PERFORM 3250-ONE-LINS
               UNTIL WSAA-LINS-EOF      = 'Y'.
      *
       3290-EXIT.
           EXIT.
      /
       3250-ONE-LINS SECTION.
      ***********************
      *
       3251-START.
      *
           CALL 'LINSRNLIO'         USING LINSRNL-PARAMS.
      *
           IF LINSRNL-STATUZ        NOT = O-K AND ENDP
              MOVE LINSRNL-STATUZ      TO SYSR-STATUZ
              MOVE LINSRNL-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF LINSRNL-STATUZ            = ENDP
           OR LINSRNL-CHDRCOY (1:1) NOT = BSPR-COMPANY
           OR LINSRNL-CHDRNUM (1:8) NOT = WSAA-CHDRNUM
              MOVE 'Y'                 TO WSAA-LINS-EOF
              GO TO 3259-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO LINSRNL-FUNCTION.
      *
           IF LINSRNL-VALIDFLAG (1:1) NOT = '1'
           OR LINSRNL-PAYFLAG (1:1) NOT = 'P'
           OR LINSRNL-INSTTYPE          = 'T'
              GO TO 3259-EXIT
           END-IF.
      *
      *  Run off by the snapshot date: fully earned.
      *
           IF LINSRNL-INSTTO        NOT > WSAA-VALDATE
              GO TO 3259-EXIT
           END-IF.
      *
           IF WSAA-CURRCODE             = SPACES
              MOVE LINSRNL-CNTCURR     TO WSAA-CURRCODE
           END-IF.
      *
      *  Not yet begun: unearned in full.
      *
           IF LINSRNL-INSTFROM          > WSAA-VALDATE
              ADD LINSRNL-INSTAMT01    TO WSAA-CON-UPR
                                          WSAA-CON-PAID
              GO TO 3259-EXIT
           END-IF.
      *
      *  Running: the days from the instalment-from date to the
      *  snapshot date, that date included, are earned.
      *
           MOVE 'DY'                   TO DTC3-FREQUENCY.
           MOVE LINSRNL-INSTFROM       TO DTC3-INT-DATE-1.
           MOVE LINSRNL-INSTTO         TO DTC3-INT-DATE-2.
           PERFORM 3280-CALL-DATCON3.
           MOVE DTC3-FREQ-FACTOR       TO WSAA-TOT-DAYS.
      *
           MOVE 'DY'                   TO DTC3-FREQUENCY.
           MOVE LINSRNL-INSTFROM       TO DTC3-INT-DATE-1.
           MOVE WSAA-VALDATE           TO DTC3-INT-DATE-2.
           PERFORM 3280-CALL-DATCON3.
           COMPUTE WSAA-EARN-DAYS       = DTC3-FREQ-FACTOR + 1.
      *
           IF WSAA-TOT-DAYS         NOT > ZERO
           OR WSAA-EARN-DAYS        NOT < WSAA-TOT-DAYS
              GO TO 3259-EXIT
           END-IF.
      *
           COMPUTE WSAA-LINS-UPR ROUNDED
                                        = LINSRNL-INSTAMT01
                                        * (WSAA-TOT-DAYS
                                        -  WSAA-EARN-DAYS)
                                        / WSAA-TOT-DAYS.
      *
           ADD WSAA-LINS-UPR           TO WSAA-CON-UPR.
           ADD LINSRNL-INSTAMT01       TO WSAA-CON-PAID.
      *
       3259-EXIT.
           EXIT.
      /
       3280-CALL-DATCON3 SECTION.
      ***************************
      *
       3281-START.
      *
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3289-EXIT.
           EXIT.
      /
       3300-SHARE-UPR SECTION.
      ************************
      *
       3310-START.
      *
      *  Shared by instalment premium; with none recorded on any
      *  component, the first component carries it all.
      *
           MOVE ZEROES                 TO WSAA-CMP-WEIGHT
                                          WSAA-SHARED.
      *
           PERFORM 3320-ADD-WEIGHT
               VARYING WSAA-CMP-IX FROM 1 BY 1
               UNTIL WSAA-CMP-IX        > WSAA-CMP-MAX.
      *
           PERFORM 3350-SHARE-ONE
               VARYING WSAA-CMP-IX FROM 1 BY 1
               UNTIL WSAA-CMP-IX        > WSAA-CMP-MAX.
      *
       3390-EXIT.
           EXIT.
      /
       3320-ADD-WEIGHT SECTION.
      *************************
      *
       3321-START.
      *
           ADD WSAA-CMP-INSTPREM (WSAA-CMP-IX)
                                       TO WSAA-CMP-WEIGHT.
      *
       3329-EXIT.
           EXIT.
      /
       3350-SHARE-ONE SECTION.
      ************************
      *
       3351-START.
      *
           IF WSAA-CMP-IX               = WSAA-CMP-MAX
              COMPUTE WSAA-CMP-UPR (WSAA-CMP-IX)
                                        = WSAA-CON-UPR
                                        - WSAA-SHARED
              GO TO 3359-EXIT
           END-IF.
      *
           IF WSAA-CMP-WEIGHT           = ZERO
              IF WSAA-CMP-IX            = 1
                 MOVE WSAA-CON-UPR     TO WSAA-CMP-UPR (WSAA-CMP-IX)
              ELSE
                 MOVE ZERO             TO WSAA-CMP-UPR (WSAA-CMP-IX)
              END-IF
           ELSE
              COMPUTE WSAA-CMP-UPR (WSAA-CMP-IX) ROUNDED
                                        = WSAA-CON-UPR
                                        * WSAA-CMP-INSTPREM
                                              (WSAA-CMP-IX)
                                        / WSAA-CMP-WEIGHT
           END-IF.
      *
           ADD WSAA-CMP-UPR (WSAA-CMP-IX)
                                       TO WSAA-SHARED.
      *
       3359-EXIT.
           EXIT.
      /
       3400-PRIOR-RESERVE SECTION.
      ****************************
      *
       3410-START.
      *
      *  Last month's reserve for the contract, and by product for
      *  the listing.
      *
           MOVE 'N'                    TO WSAA-ZUNR-EOF.
      *
           INITIALIZE                  ZUNR-PARAMS.
           MOVE BSPR-COMPANY           TO ZUNR-CHDRCOY.
           MOVE WSAA-PRV-YM-X          TO ZUNR-VALYM.
           MOVE WSAA-CHDRNUM           TO ZUNR-CHDRNUM.
           MOVE ZUNRREC                TO ZUNR-FORMAT.
           MOVE BEGN                   TO ZUNR-FUNCTION.
      *
           PERFORM 3420-ONE-PRIOR
               UNTIL WSAA-ZUNR-EOF      = 'Y'.
      *
       3419-EXIT.
           EXIT.
      /
       3420-ONE-PRIOR SECTION.
      ************************
      *
       3421-READ.
      *
           CALL 'ZUNRIO'            USING ZUNR-PARAMS.
      *
           IF ZUNR-STATUZ           NOT = O-K AND ENDP
              MOVE ZUNR-STATUZ         TO SYSR-STATUZ
              MOVE ZUNR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZUNR-STATUZ               = ENDP
           OR ZUNR-CHDRCOY          NOT = BSPR-COMPANY
           OR ZUNR-VALYM            NOT = WSAA-PRV-YM-X
           OR ZUNR-CHDRNUM          NOT = WSAA-CHDRNUM
              MOVE 'Y'                 TO WSAA-ZUNR-EOF
              GO TO 3429-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZUNR-FUNCTION.
      *
           IF ZUNR-RECTYPE              = 'C'
              MOVE ZUNR-UPRAMT         TO WSAA-PRV-UPR
              IF WSAA-CURRCODE          = SPACES
                 MOVE ZUNR-CURRCODE    TO WSAA-CURRCODE
              END-IF
              GO TO 3429-EXIT
           END-IF.
      *
           MOVE ZUNR-CNTTYPE           TO WSAA-PRD-NEW-CNTTYPE.
           MOVE ZUNR-CRTABLE           TO WSAA-PRD-NEW-CRTABLE.
           MOVE ZUNR-CURRCODE          TO WSAA-PRD-NEW-CURRCODE.
           PERFORM 3900-FIND-PRODUCT.
      *
           ADD ZUNR-UPRAMT             TO WSAA-PRD-PRVUPR (WSAA-PRD-IX).
      *
       3429-EXIT.
           EXIT.
      /
       3450-CLEAR-CURRENT SECTION.
      ****************************
      *
       3451-START.
      *
      *  Rows from an earlier run for the month are replaced; the
      *  reserve they hold is what the ledger already carries.
      *
           MOVE 'N'                    TO WSAA-ZUNR-EOF
                                          WSAA-RERUN.
      *
           INITIALIZE                  ZUNR-PARAMS.
           MOVE BSPR-COMPANY           TO ZUNR-CHDRCOY.
           MOVE WSAA-VAL-YM-X          TO ZUNR-VALYM.
           MOVE WSAA-CHDRNUM           TO ZUNR-CHDRNUM.
           MOVE ZUNRREC                TO ZUNR-FORMAT.
           MOVE BEGN                   TO ZUNR-FUNCTION.
      *
           PERFORM 3460-DELETE-ROW
               UNTIL WSAA-ZUNR-EOF      = 'Y'.
      *
       3459-EXIT.
           EXIT.
      /
       3460-DELETE-ROW SECTION.
      *************************
      *
       3461-READ.
      *
           CALL 'ZUNRIO'            USING ZUNR-PARAMS.
      *
           IF ZUNR-STATUZ           NOT = O-K AND ENDP
              MOVE ZUNR-STATUZ         TO SYSR-STATUZ
              MOVE ZUNR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZUNR-STATUZ               = ENDP
           OR ZUNR-CHDRCOY          NOT = BSPR-COMPANY
           OR ZUNR-VALYM            NOT = WSAA-VAL-YM-X
           OR ZUNR-CHDRNUM          NOT = WSAA-CHDRNUM
              MOVE 'Y'                 TO WSAA-ZUNR-EOF
              GO TO 3469-EXIT
           END-IF.
      *
           IF ZUNR-RECTYPE              = 'C'
              MOVE 'Y'                 TO WSAA-RERUN
              MOVE ZUNR-UPRAMT         TO WSAA-POSTED-UPR
              IF WSAA-CURRCODE          = SPACES
                 MOVE ZUNR-CURRCODE    TO WSAA-CURRCODE
              END-IF
           END-IF.
      *
           MOVE ZUNRREC                TO ZUNR-FORMAT.
           MOVE DELET                  TO ZUNR-FUNCTION.
      *
           CALL 'ZUNRIO'            USING ZUNR-PARAMS.
      *
           IF ZUNR-STATUZ           NOT = O-K
              MOVE ZUNR-STATUZ         TO SYSR-STATUZ
              MOVE ZUNR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE NEXTR                  TO ZUNR-FUNCTION.
      *
       3469-EXIT.
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
       3700-POST-MOVEMENT SECTION.
      ****************************
      *
       3710-START.
      *
      *  An increase adds to the reserve (line 01) and takes it out
      *  of premium income (line 02); a decrease releases it back.
      *
           IF WSAA-POST-AMT             > ZERO
              INITIALIZE               LIFA-LIFACMV-REC
              MOVE 1                   TO WSAA-JRNSEQ
              MOVE T5645-SACSCODE-01   TO LIFA-SACSCODE
              MOVE T5645-SACSTYPE-01   TO LIFA-SACSTYP
              MOVE T5645-GLMAP-01      TO LIFA-GLCODE
              MOVE '-'                 TO LIFA-GLSIGN
              PERFORM 3760-POST-ONE
              INITIALIZE               LIFA-LIFACMV-REC
              MOVE 2                   TO WSAA-JRNSEQ
              MOVE T5645-SACSCODE-02   TO LIFA-SACSCODE
              MOVE T5645-SACSTYPE-02   TO LIFA-SACSTYP
              MOVE T5645-GLMAP-02      TO LIFA-GLCODE
              MOVE '+'                 TO LIFA-GLSIGN
              PERFORM 3760-POST-ONE
           ELSE
              COMPUTE WSAA-POST-AMT     = WSAA-POST-AMT * -1
              INITIALIZE               LIFA-LIFACMV-REC
              MOVE 1                   TO WSAA-JRNSEQ
              MOVE T5645-SACSCODE-01   TO LIFA-SACSCODE
              MOVE T5645-SACSTYPE-01   TO LIFA-SACSTYP
              MOVE T5645-GLMAP-01      TO LIFA-GLCODE
              MOVE '+'                 TO LIFA-GLSIGN
              PERFORM 3760-POST-ONE
              INITIALIZE               LIFA-LIFACMV-REC
              MOVE 2                   TO WSAA-JRNSEQ
              MOVE T5645-SACSCODE-02   TO LIFA-SACSCODE
              MOVE T5645-SACSTYPE-02   TO LIFA-SACSTYP
              MOVE T5645-GLMAP-02      TO LIFA-GLCODE
              MOVE '-'                 TO LIFA-GLSIGN
              PERFORM 3760-POST-ONE
              COMPUTE WSAA-POST-AMT     = WSAA-POST-AMT * -1
           END-IF.
      *
           ADD WSAA-POST-AMT           TO WSAA-TOT-MOVE.
           MOVE CT05                   TO CONT-TOTNO.
           MOVE WSAA-POST-AMT          TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3740-EXIT.
           EXIT.
      /
       3760-POST-ONE SECTION.
      ***********************
      *
       3761-START.
      *
           MOVE BPRD-AUTH-CODE         TO LIFA-BATCKEY.
           MOVE 'PSTW'                 TO LIFA-FUNCTION.
           MOVE WSAA-CHDRNUM           TO LIFA-RDOCNUM.
           MOVE BSPR-COMPANY           TO LIFA-RLDGCOY.
           MOVE WSAA-CHDRNUM           TO LIFA-RLDGACCT.
           MOVE WSAA-POST-AMT          TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE WSAA-CURRCODE          TO LIFA-ORIGCURR.
           MOVE 'UNEARNED PREMIUM RESERVE'
                                       TO LIFA-TRANDESC.
           MOVE WSAA-VAL-YM-X          TO LIFA-TRANREF.
           MOVE BSSC-EFFECTIVE-DATE    TO LIFA-EFFDATE
                                          LIFA-TRANSACTION-DATE.
           MOVE ZEROES                 TO LIFA-TRANNO.
           MOVE WSAA-JRNSEQ            TO LIFA-JRNSEQ.
      *
           CALL 'LIFACMV'           USING LIFA-LIFACMV-REC.
      *
           IF LIFA-STATUZ           NOT = O-K
              MOVE LIFA-STATUZ         TO SYSR-STATUZ
              MOVE LIFA-LIFACMV-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3769-EXIT.
           EXIT.
      /
       3800-WRITE-REGISTER SECTION.
      *****************************
      *
       3810-START.
      *
           INITIALIZE                  ZUNR-PARAMS.
           MOVE BSPR-COMPANY           TO ZUNR-CHDRCOY.
           MOVE WSAA-VAL-YM-X          TO ZUNR-VALYM.
           MOVE WSAA-CHDRNUM           TO ZUNR-CHDRNUM.
           MOVE 'C'                    TO ZUNR-RECTYPE.
           MOVE WSAA-CNTTYPE           TO ZUNR-CNTTYPE.
           MOVE WSAA-CNTBRANCH         TO ZUNR-CNTBRANCH.
           MOVE WSAA-CURRCODE          TO ZUNR-CURRCODE.
           MOVE WSAA-VALDATE           TO ZUNR-VALDATE.
           MOVE WSAA-CMP-WEIGHT        TO ZUNR-INSTPREM.
           MOVE WSAA-CON-PAID          TO ZUNR-PAIDPREM.
           MOVE WSAA-CON-UPR           TO ZUNR-UPRAMT.
           MOVE WSAA-MOVEMENT          TO ZUNR-UPRMOVE.
           PERFORM 3880-WRITE-ZUNR.
      *
           PERFORM 3850-WRITE-COMPONENT
               VARYING WSAA-CMP-IX FROM 1 BY 1
               UNTIL WSAA-CMP-IX        > WSAA-CMP-MAX.
      *
       3840-EXIT.
           EXIT.
      /
       3850-WRITE-COMPONENT SECTION.
      ******************************
      *
       3851-START.
      *
           INITIALIZE                  ZUNR-PARAMS.
           MOVE BSPR-COMPANY           TO ZUNR-CHDRCOY.
           MOVE WSAA-VAL-YM-X          TO ZUNR-VALYM.
           MOVE WSAA-CHDRNUM           TO ZUNR-CHDRNUM.
           MOVE 'V'                    TO ZUNR-RECTYPE.
           MOVE WSAA-CMP-LIFE (WSAA-CMP-IX)
                                       TO ZUNR-LIFE.
           MOVE WSAA-CMP-COVERAGE (WSAA-CMP-IX)
                                       TO ZUNR-COVERAGE.
           MOVE WSAA-CMP-RIDER (WSAA-CMP-IX)
                                       TO ZUNR-RIDER.
           MOVE WSAA-CMP-CRTABLE (WSAA-CMP-IX)
                                       TO ZUNR-CRTABLE.
           MOVE WSAA-CNTTYPE           TO ZUNR-CNTTYPE.
           MOVE WSAA-CNTBRANCH         TO ZUNR-CNTBRANCH.
           MOVE WSAA-CURRCODE          TO ZUNR-CURRCODE.
           MOVE WSAA-VALDATE           TO ZUNR-VALDATE.
           MOVE WSAA-CMP-INSTPREM (WSAA-CMP-IX)
                                       TO ZUNR-INSTPREM.
           MOVE ZEROES                 TO ZUNR-PAIDPREM
                                          ZUNR-UPRMOVE.
           MOVE WSAA-CMP-UPR (WSAA-CMP-IX)
                                       TO ZUNR-UPRAMT.
           PERFORM 3880-WRITE-ZUNR.
      *
           ADD 1                       TO WSAA-COMP-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE WSAA-CNTTYPE           TO WSAA-PRD-NEW-CNTTYPE.
           MOVE WSAA-CMP-CRTABLE (WSAA-CMP-IX)
                                       TO WSAA-PRD-NEW-CRTABLE.
           MOVE WSAA-CURRCODE          TO WSAA-PRD-NEW-CURRCODE.
           PERFORM 3900-FIND-PRODUCT.
      *
           ADD 1                   TO WSAA-PRD-COMPCNT (WSAA-PRD-IX).
           ADD WSAA-CMP-INSTPREM (WSAA-CMP-IX)
                                   TO WSAA-PRD-INSTPREM (WSAA-PRD-IX).
           ADD WSAA-CMP-UPR (WSAA-CMP-IX)
                                   TO WSAA-PRD-UPR (WSAA-PRD-IX).
      *
       3859-EXIT.
           EXIT.
      /
       3880-WRITE-ZUNR SECTION.
      *************************
      *
       3881-START.
      *
           MOVE ZUNRREC                TO ZUNR-FORMAT.
           MOVE WRITR                  TO ZUNR-FUNCTION.
      *
           CALL 'ZUNRIO'            USING ZUNR-PARAMS.
      *
           IF ZUNR-STATUZ           NOT = O-K
              MOVE ZUNR-STATUZ         TO SYSR-STATUZ
              MOVE ZUNR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3889-EXIT.
           EXIT.
      /
       3900-FIND-PRODUCT SECTION.
      ***************************
      *
       3910-START.
      *
      *  WSAA-PRD-IX is left at the product's entry, added in key
      *  order when new.
      *
           MOVE 'N'                    TO WSAA-PRD-FOUND.
      *
           PERFORM 3920-CHECK-PRODUCT
               VARYING WSAA-PRD-IX FROM 1 BY 1
               UNTIL WSAA-PRD-IX        > WSAA-PRD-MAX
               OR    WSAA-PRD-FOUND     = 'Y'
               OR    WSAA-PRD-KEY (WSAA-PRD-IX)
                                        > WSAA-PRD-NEW-KEY.
      *
           IF WSAA-PRD-FOUND            = 'Y'
              SUBTRACT 1             FROM WSAA-PRD-IX
              GO TO 3990-EXIT
           END-IF.
      *
           IF WSAA-PRD-MAX          NOT < 500
              MOVE 'BOMB'              TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           PERFORM 3940-SHIFT-PRODUCT
               VARYING WSAA-PRD-JX FROM WSAA-PRD-MAX BY -1
               UNTIL WSAA-PRD-JX        < WSAA-PRD-IX.
      *
           ADD 1                       TO WSAA-PRD-MAX.
           INITIALIZE                  WSAA-PRD-ENTRY (WSAA-PRD-IX).
           MOVE WSAA-PRD-NEW-KEY       TO WSAA-PRD-KEY (WSAA-PRD-IX).
      *
       3990-EXIT.
           EXIT.
      /
       3920-CHECK-PRODUCT SECTION.
      ****************************
      *
       3921-START.
      *
           IF WSAA-PRD-KEY (WSAA-PRD-IX) = WSAA-PRD-NEW-KEY
              MOVE 'Y'                 TO WSAA-PRD-FOUND
           END-IF.
      *
       3929-EXIT.
           EXIT.
      /
       3940-SHIFT-PRODUCT SECTION.
      ****************************
      *
       3941-START.
      *
           MOVE WSAA-PRD-ENTRY (WSAA-PRD-JX)
                                 TO WSAA-PRD-ENTRY (WSAA-PRD-JX + 1).
      *
       3949-EXIT.
           EXIT.
      /
       4000-CLOSE SECTION.
      ********************
      *
       4010-CLOSE-FILES.
      *
      *  Reserves left on contracts that have gone from the book,
      *  only once the whole book has been seen.
      *
           IF  ZSTP-STOPPED         NOT = 'Y'
           AND ZRJL-REDRIVE         NOT = 'Y'
               PERFORM 4400-RELEASE-RESERVES
           END-IF.
      *
      *  The listing by product, with a line per contract type and
      *  the grand total.
      *
           MOVE SPACES                 TO WSAA-HELD-CNTTYPE.
      *
           PERFORM 4100-WRITE-PRODUCT
               VARYING WSAA-PRD-IX FROM 1 BY 1
               UNTIL WSAA-PRD-IX        > WSAA-PRD-MAX.
      *
           IF WSAA-PRD-MAX              > ZERO
              MOVE 1                   TO WSAA-LVL
              PERFORM 4200-WRITE-LEVEL
           END-IF.
      *
           MOVE 2                      TO WSAA-LVL.
           PERFORM 4200-WRITE-LEVEL.
      *
           CLOSE ZUPPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5465 UNEARNED PREMIUM RESERVE ' WSAA-VAL-YM-X.
           DISPLAY 'CONTRACTS READ............: ' WSAA-READ-CNT.
           DISPLAY 'CONTRACTS WITH RESERVE....: ' WSAA-RSV-CNT.
           DISPLAY 'COMPONENT ROWS WRITTEN....: ' WSAA-COMP-CNT.
           DISPLAY 'RESERVE AT MONTH END......: ' WSAA-TOT-UPR.
           DISPLAY 'MOVEMENT POSTED...........: ' WSAA-TOT-MOVE.
           DISPLAY 'RESERVES RELEASED.........: ' WSAA-REL-CNT.
           DISPLAY 'LISTING LINES WRITTEN.....: ' WSAA-LINE-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-WRITE-PRODUCT SECTION.
      ****************************
      *
       4110-START.
      *
           IF  WSAA-PRD-IX              > 1
           AND WSAA-PRD-CNTTYPE (WSAA-PRD-IX)
                                    NOT = WSAA-HELD-CNTTYPE
               MOVE 1                  TO WSAA-LVL
               PERFORM 4200-WRITE-LEVEL
           END-IF.
      *
           MOVE WSAA-PRD-CNTTYPE (WSAA-PRD-IX)
                                       TO WSAA-HELD-CNTTYPE.
      *
           MOVE SPACES                 TO ZUPPF-REC.
           MOVE 'P'                    TO RECTYPE   OF ZUPPF.
           MOVE WSAA-PRD-CNTTYPE (WSAA-PRD-IX)
                                       TO CNTTYPE   OF ZUPPF.
           MOVE WSAA-PRD-CRTABLE (WSAA-PRD-IX)
                                       TO CRTABLE   OF ZUPPF.
           MOVE WSAA-PRD-CURRCODE (WSAA-PRD-IX)
                                       TO CURRCODE  OF ZUPPF.
           MOVE WSAA-PRD-COMPCNT (WSAA-PRD-IX)
                                       TO COMPCNT   OF ZUPPF.
           MOVE WSAA-PRD-INSTPREM (WSAA-PRD-IX)
                                       TO INSTPREM  OF ZUPPF.
           MOVE WSAA-PRD-UPR (WSAA-PRD-IX)
                                       TO UPRAMT    OF ZUPPF.
           MOVE WSAA-PRD-PRVUPR (WSAA-PRD-IX)
                                       TO PRVUPR    OF ZUPPF.
           COMPUTE UPRMOVE OF ZUPPF     = WSAA-PRD-UPR (WSAA-PRD-IX)
                                        - WSAA-PRD-PRVUPR (WSAA-PRD-IX).
           PERFORM 4300-WRITE-LINE.
      *
           PERFORM 4150-ADD-LEVEL
               VARYING WSAA-LVL FROM 1 BY 1
               UNTIL WSAA-LVL           > 2.
      *
       4190-EXIT.
           EXIT.
      /
       4150-ADD-LEVEL SECTION.
      ************************
      *
       4151-START.
      *
           ADD WSAA-PRD-COMPCNT (WSAA-PRD-IX)
                                   TO WSAA-SUM-COMPCNT (WSAA-LVL).
           ADD WSAA-PRD-INSTPREM (WSAA-PRD-IX)
                                   TO WSAA-SUM-INSTPREM (WSAA-LVL).
           ADD WSAA-PRD-UPR (WSAA-PRD-IX)
                                   TO WSAA-SUM-UPR (WSAA-LVL).
           ADD WSAA-PRD-PRVUPR (WSAA-PRD-IX)
                                   TO WSAA-SUM-PRVUPR (WSAA-LVL).
      *
       4159-EXIT.
           EXIT.
      /
       4200-WRITE-LEVEL SECTION.
      **************************
      *
       4210-START.
      *
      *  Write the total for the level in WSAA-LVL and clear it.
      *
           MOVE SPACES                 TO ZUPPF-REC.
      *
           IF WSAA-LVL                  = 1
              MOVE 'S'                 TO RECTYPE   OF ZUPPF
              MOVE WSAA-HELD-CNTTYPE   TO CNTTYPE   OF ZUPPF
           ELSE
              MOVE 'T'                 TO RECTYPE   OF ZUPPF
           END-IF.
      *
           MOVE WSAA-SUM-COMPCNT (WSAA-LVL)
                                       TO COMPCNT   OF ZUPPF.
           MOVE WSAA-SUM-INSTPREM (WSAA-LVL)
                                       TO INSTPREM  OF ZUPPF.
           MOVE WSAA-SUM-UPR (WSAA-LVL)
                                       TO UPRAMT    OF ZUPPF.
           MOVE WSAA-SUM-PRVUPR (WSAA-LVL)
                                       TO PRVUPR    OF ZUPPF.
           COMPUTE UPRMOVE OF ZUPPF     = WSAA-SUM-UPR (WSAA-LVL)
                                        - WSAA-SUM-PRVUPR (WSAA-LVL).
           PERFORM 4300-WRITE-LINE.
      *
           INITIALIZE                  WSAA-SUM-LVL (WSAA-LVL).
      *
       4290-EXIT.
           EXIT.
      /
       4300-WRITE-LINE SECTION.
      *************************
      *
       4310-START.
      *
           MOVE WSAA-VAL-YM-N          TO VALYM     OF ZUPPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZUPPF.
           MOVE ZEROES                 TO VALDATE   OF ZUPPF.
      *
           WRITE ZUPPF-REC.
      *
           ADD 1                       TO WSAA-LINE-CNT.
      *
       4390-EXIT.
           EXIT.
      /
       4400-RELEASE-RESERVES SECTION.
      *******************************
      *
       4410-START.
      *
      *  Last month's contract rows with no row for this month.
      *
           MOVE 'N'                    TO WSAA-ZUNR-EOF
                                          WSAA-RELEASE.
           MOVE SPACES                 TO WSAA-REL-CHDRNUM.
      *
           INITIALIZE                  ZUNR-PARAMS.
           MOVE BSPR-COMPANY           TO ZUNR-CHDRCOY.
           MOVE WSAA-PRV-YM-X          TO ZUNR-VALYM.
           MOVE ZUNRREC                TO ZUNR-FORMAT.
           MOVE BEGN                   TO ZUNR-FUNCTION.
      *
           PERFORM 4450-ONE-RELEASE
               UNTIL WSAA-ZUNR-EOF      = 'Y'.
      *
       4490-EXIT.
           EXIT.
      /
       4450-ONE-RELEASE SECTION.
      **************************
      *
       4451-READ.
      *
           CALL 'ZUNRIO'            USING ZUNR-PARAMS.
      *
           IF ZUNR-STATUZ           NOT = O-K AND ENDP
              MOVE ZUNR-STATUZ         TO SYSR-STATUZ
              MOVE ZUNR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZUNR-STATUZ               = ENDP
           OR ZUNR-CHDRCOY          NOT = BSPR-COMPANY
           OR ZUNR-VALYM            NOT = WSAA-PRV-YM-X
              MOVE 'Y'                 TO WSAA-ZUNR-EOF
              GO TO 4459-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZUNR-FUNCTION.
      *
      *  The components of a contract released go to the listing as
      *  last month's reserve, with none now.
      *
           IF ZUNR-RECTYPE          NOT = 'C'
              IF  WSAA-RELEASE          = 'Y'
              AND ZUNR-CHDRNUM          = WSAA-REL-CHDRNUM
                  MOVE ZUNR-CNTTYPE    TO WSAA-PRD-NEW-CNTTYPE
                  MOVE ZUNR-CRTABLE    TO WSAA-PRD-NEW-CRTABLE
                  MOVE ZUNR-CURRCODE   TO WSAA-PRD-NEW-CURRCODE
                  PERFORM 3900-FIND-PRODUCT
                  ADD ZUNR-UPRAMT      TO WSAA-PRD-PRVUPR (WSAA-PRD-IX)
              END-IF
              GO TO 4459-EXIT
           END-IF.
      *
      *  The contract row read again after the reposition below.
      *
           IF ZUNR-CHDRNUM              = WSAA-REL-CHDRNUM
              GO TO 4459-EXIT
           END-IF.
      *
           MOVE ZUNR-CHDRNUM           TO WSAA-REL-CHDRNUM.
           MOVE 'N'                    TO WSAA-RELEASE.
      *
           IF ZUNR-UPRAMT               = ZERO
              GO TO 4459-EXIT
           END-IF.
      *
           MOVE ZUNR-CHDRNUM           TO WSAA-CHDRNUM.
           MOVE ZUNR-CNTTYPE           TO WSAA-CNTTYPE.
           MOVE ZUNR-CNTBRANCH         TO WSAA-CNTBRANCH.
           MOVE ZUNR-CURRCODE          TO WSAA-CURRCODE.
           MOVE ZUNR-UPRAMT            TO WSAA-PRV-UPR.
      *
      *  A row for this month: valued above, or released by an
      *  earlier run.
      *
           INITIALIZE                  ZUNR-PARAMS.
           MOVE BSPR-COMPANY           TO ZUNR-CHDRCOY.
           MOVE WSAA-VAL-YM-X          TO ZUNR-VALYM.
           MOVE WSAA-CHDRNUM           TO ZUNR-CHDRNUM.
           MOVE 'C'                    TO ZUNR-RECTYPE.
           MOVE ZUNRREC                TO ZUNR-FORMAT.
           MOVE READR                  TO ZUNR-FUNCTION.
      *
           CALL 'ZUNRIO'            USING ZUNR-PARAMS.
      *
           IF ZUNR-STATUZ           NOT = O-K AND MRNF
              MOVE ZUNR-STATUZ         TO SYSR-STATUZ
              MOVE ZUNR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZUNR-STATUZ               = O-K
              GO TO 4455-REPOSITION
           END-IF.
      *
      *  Release the whole reserve, and record the month with none.
      *  The row carries no valuation date: the contract was not in
      *  the snapshot.
      *
           MOVE 'Y'                    TO WSAA-RELEASE.
           MOVE ZEROES                 TO WSAA-CON-UPR
                                          WSAA-CON-PAID
                                          WSAA-CMP-WEIGHT
                                          WSAA-CMP-MAX
                                          WSAA-VALDATE.
           COMPUTE WSAA-MOVEMENT        = WSAA-PRV-UPR * -1.
           MOVE WSAA-MOVEMENT          TO WSAA-POST-AMT.
      *
           PERFORM 3700-POST-MOVEMENT.
      *
           PERFORM 3800-WRITE-REGISTER.
      *
           ADD 1                       TO WSAA-REL-CNT.
           MOVE CT06                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       4455-REPOSITION.
      *
      *  Back to last month's rows for the contract.
      *
           INITIALIZE                  ZUNR-PARAMS.
           MOVE BSPR-COMPANY           TO ZUNR-CHDRCOY.
           MOVE WSAA-PRV-YM-X          TO ZUNR-VALYM.
           MOVE WSAA-REL-CHDRNUM       TO ZUNR-CHDRNUM.
           MOVE 'C'                    TO ZUNR-RECTYPE.
           MOVE ZUNRREC                TO ZUNR-FORMAT.
           MOVE BEGN                   TO ZUNR-FUNCTION.
      *
       4459-EXIT.
           EXIT.
