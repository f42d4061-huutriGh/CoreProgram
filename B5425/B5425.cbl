      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5425.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   POLICY LOAN FORECLOSURE.
      *
      *   Run monthly, after B5375 has capitalised loan interest.
      *   Nothing else checks whether a contract's loans have grown
      *   past its cash value, so such contracts stay in force with
      *   negative equity.  Per in-force contract (T5679 for this
      *   transaction) carrying a valid policy loan:
      *
      *   - the indebtedness is the capitalised principal of every
      *     valid LOAN plus the interest accrued since its last
      *     capitalisation to the run date (INTCALC, exactly as
      *     B5379 states it);
      *
      *   - the cash value is the ZSURRVAL engine value at the run
      *     date - the figure P5374 quotes;
      *
      *   - indebtedness at or above the warning margin (PZ425
      *     WARNPCT per cent of the cash value, 90 when not set)
      *     but still below the cash value: the owner is sent a
      *     foreclosure warning letter, the TR384 letter of the
      *     PZ425 warning transaction code;
      *
      *   - indebtedness reaching or exceeding the cash value: the
      *     contract is foreclosed exactly as a P5374 surrender -
      *     the contract and its in-force coverages move to the
      *     T5679 set statuses, the money is dissected through
      *     this program's T5645 item (01 contract suspense, 02
      *     surrender benefit, 03 loan repayment, 04 loan shortfall
      *     written off), the loans are closed (valid flag '2'),
      *     a PTRN is written and a foreclosure letter is requested
      *     (TR384 for this transaction).  Contract suspense first
      *     absorbs any shortfall; a residue left after the loans
      *     are cleared is raised as a payment request into the
      *     stream BV001 reports.
      *                                                                 <PH2664>
      *   A contract due for foreclosure that is frozen by a legal      <PH2664>
      *   hold (ZHLDCHK) is not foreclosed: it is reported and          <PH2664>
      *   counted (CT06) and picked up by the first run after the       <PH2664>
      *   hold is released.  Warnings still go out.                     <PH2664>
      *
      *   Every contract warned or foreclosed is written to the
      *   ZFCLPF register for the branches ('W' warned, 'F'
      *   foreclosed).
      *
      *   Control totals:
      *     01  -  Contracts read
      *     02  -  Contracts warned
      *     03  -  Contracts foreclosed
      *     04  -  Residue raised for payment
      *     05  -  Shortfall written off
      *     06  -  Foreclosures held - legal hold on the contract       <PH2664>
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
      * 15/10/26  01/01   PH2652       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2664       Phi Tran - IT DEV                    *
      *           Legal hold: a contract under a legal hold (ZHLDCHK) is    *
      *           not foreclosed or paid out; it is counted (CT06) and      *
      *           left for the first run after the hold is released.        *
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
           SELECT ZFCLPF               ASSIGN TO DATABASE-ZFCLPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZFCLPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZFCLPF-REC.
       01  ZFCLPF-REC.
           COPY DDS-ALL-FORMATS            OF ZFCLPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5425'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-SUB                    PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-STATUS-OK              PIC X(01) VALUE 'N'.
       01  WSAA-LOAN-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-COVR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-SUSP-IND               PIC X(01) VALUE 'N'.
       01  WSAA-ACTION                 PIC X(01) VALUE SPACE.
      *
       01  WSAA-WARN-PCT               PIC S9(03)V9(02) COMP-3 VALUE 0.
       01  WSAA-WARN-TRCDE             PIC X(04) VALUE SPACES.
       01  WSAA-LETTER-TRCDE           PIC X(04) VALUE SPACES.
      *
       01  WSAA-LOAN-PRIN              PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-LOAN-INT               PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-INDEBT                 PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-CASH-VAL               PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-WARN-LEVEL             PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-SUSPENSE               PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-RESIDUE                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-WRITE-OFF              PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-POST-AMT               PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-JRNSEQ                 PIC S9(05) COMP-3 VALUE 0.
      *
       01  WSAA-WARN-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-FORECLOSE-CNT          PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-HOLD-CNT               PIC 9(07) COMP-3 VALUE 0.        <PH2664>
      *
       01  WSAA-TR384-KEY.
           03  WSAA-TR384-CNTTYPE      PIC X(03).
           03  WSAA-TR384-TRCDE        PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACES.
      *
       01  TABLES.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  T5679                   PIC X(06) VALUE 'T5679'.
           03  T3695                   PIC X(06) VALUE 'T3695'.
           03  TR384                   PIC X(06) VALUE 'TR384'.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  COVRREC                 PIC X(10) VALUE 'COVRREC'.
           03  LOANREC                 PIC X(10) VALUE 'LOANREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  PREQREC                 PIC X(10) VALUE 'PREQREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.
           03  CT06                    PIC 9(02) VALUE 06.              <PH2664>
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY VARCOM.
           COPY SMTPFXCPY.
           COPY CONTOTREC.
           COPY DATCON1REC.
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY PZ425PAR.
           COPY ITEMSKM.
           COPY T5645REC.
           COPY T5679REC.
           COPY T3695REC.
           COPY TR384REC.
      /
           COPY CHDRLIFSKM.
           COPY COVRSKM.
           COPY LOANSKM.
           COPY PAYRSKM.
           COPY PTRNSKM.
           COPY PREQSKM.
           COPY ACBLENQSKM.
           COPY INTCALCREC.
           COPY LIFACMVREC.
           COPY LETRQSTREC.
           COPY ZSURRVALREC.
           COPY ZHLDCHKREC.                                             <PH2664>
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
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-EXT-DATE          TO WSAA-TODAY.
      *
           MOVE BUPA-PARMAREA          TO PZ425-PARM-RECORD.
      *
           IF PZ425-WARNPCT             > ZERO
              MOVE PZ425-WARNPCT       TO WSAA-WARN-PCT
           ELSE
              MOVE 90                  TO WSAA-WARN-PCT
           END-IF.
           MOVE PZ425-WARNTRCD         TO WSAA-WARN-TRCDE.
      *
      *  In-force statuses and the terminated statuses to set.
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
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
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
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE T3695                  TO ITEM-ITEMTABL.
           MOVE T5645-SACSTYPE-01      TO ITEM-ITEMITEM.
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
           MOVE ITEM-GENAREA           TO T3695-T3695-REC.
      *
           OPEN OUTPUT ZFCLPF.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE BSPR-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE SPACES                 TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE BEGN                   TO CHDRLIF-FUNCTION.
           MOVE 'Y'                    TO WSAA-FIRST-READ.
      *
       1090-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           IF WSAA-FIRST-READ           = 'Y'
              MOVE 'N'                 TO WSAA-FIRST-READ
           ELSE
              MOVE NEXTR               TO CHDRLIF-FUNCTION
           END-IF.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K AND ENDP
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CHDRLIF-STATUZ            = ENDP
           OR CHDRLIF-CHDRCOY       NOT = BSPR-COMPANY
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
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
           MOVE SPACE                  TO WSAA-ACTION.
      *
           IF CHDRLIF-VALIDFLAG     NOT = '1'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           PERFORM 2600-CHECK-STATUS.
      *
           IF WSAA-STATUS-OK        NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           MOVE ZEROES                 TO WSAA-LOAN-PRIN
                                          WSAA-LOAN-INT.
           PERFORM 2700-SUM-LOANS.
      *
           COMPUTE WSAA-INDEBT          = WSAA-LOAN-PRIN
                                        + WSAA-LOAN-INT.
      *
           IF WSAA-INDEBT           NOT > ZERO
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           PERFORM 2800-GET-CASH-VALUE.
      *
           COMPUTE WSAA-WARN-LEVEL ROUNDED
                                        = WSAA-CASH-VAL
                                        * WSAA-WARN-PCT / 100.
      *
           IF WSAA-INDEBT           NOT < WSAA-CASH-VAL
              MOVE 'F'                 TO WSAA-ACTION
           ELSE
              IF WSAA-INDEBT        NOT < WSAA-WARN-LEVEL
                 MOVE 'W'              TO WSAA-ACTION
              ELSE
                 MOVE SPACES           TO WSSP-EDTERROR
              END-IF
           END-IF.
      *                                                                 <PH2664>
      *  Nothing is paid out on a contract frozen by a legal hold       <PH2664>
      *  (ZHLD register, P5398) - the foreclosure waits for the         <PH2664>
      *  first run after the hold is released.                          <PH2664>
      *                                                                 <PH2664>
           IF WSAA-ACTION           NOT = 'F'                           <PH2664>
              GO TO 2590-EXIT                                           <PH2664>
           END-IF.                                                      <PH2664>
      *                                                                 <PH2664>
           INITIALIZE                  ZHCK-ZHLDCHK-REC.                <PH2664>
           MOVE BSPR-COMPANY           TO ZHCK-CHDRCOY.                 <PH2664>
           MOVE CHDRLIF-CHDRNUM        TO ZHCK-CHDRNUM.                 <PH2664>
           MOVE BSSC-EFFECTIVE-DATE    TO ZHCK-EFFDATE.                 <PH2664>
      *                                                                 <PH2664>
           CALL 'ZHLDCHK'           USING ZHCK-ZHLDCHK-REC.             <PH2664>
      *                                                                 <PH2664>
           IF ZHCK-STATUZ           NOT = O-K                           <PH2664>
              MOVE ZHCK-STATUZ         TO SYSR-STATUZ                   <PH2664>
              MOVE ZHCK-ZHLDCHK-REC    TO SYSR-PARAMS                   <PH2664>
              PERFORM 600-FATAL-ERROR                                   <PH2664>
           END-IF.                                                      <PH2664>
      *                                                                 <PH2664>
           IF ZHCK-HELD                 = 'Y'                           <PH2664>
              DISPLAY 'B5425 LEGAL HOLD: ' CHDRLIF-CHDRNUM              <PH2664>
                      ' HOLD ' ZHCK-HOLDREF                             <PH2664>
              ADD 1                    TO WSAA-HOLD-CNT                 <PH2664>
              MOVE CT06                TO CONT-TOTNO                    <PH2664>
              MOVE 1                   TO CONT-TOTVAL                   <PH2664>
              PERFORM 001-CALL-CONTOT                                   <PH2664>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2664>
              GO TO 2590-EXIT                                           <PH2664>
           END-IF.                                                      <PH2664>
      *
       2590-EXIT.
           EXIT.
      /
       2600-CHECK-STATUS SECTION.
      ***************************
      *
       2610-START.
      *
           MOVE 'N'                    TO WSAA-STATUS-OK.
           PERFORM 2650-CHECK-RISK-STAT
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 12
               OR WSAA-STATUS-OK        = 'Y'.
      *
       2690-EXIT.
           EXIT.
      /
       2650-CHECK-RISK-STAT SECTION.
      ******************************
      *
       2651-START.
      *
           IF  T5679-CN-RISK-STAT (WSAA-SUB) NOT = SPACES
           AND T5679-CN-RISK-STAT (WSAA-SUB)     = CHDRLIF-STATCODE
               MOVE 'Y'                TO WSAA-STATUS-OK
           END-IF.
      *
       2659-EXIT.
           EXIT.
      /
       2700-SUM-LOANS SECTION.
      ************************
      *
       2710-START.
      *
           MOVE 'N'                    TO WSAA-LOAN-EOF.
      *
           INITIALIZE                  LOAN-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO LOAN-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO LOAN-CHDRNUM.
           MOVE LOANREC                TO LOAN-FORMAT.
           MOVE BEGN                   TO LOAN-FUNCTION.
      *
           PERFORM 2750-READ-LOAN
               UNTIL WSAA-LOAN-EOF      = 'Y'.
      *
       2790-EXIT.
           EXIT.
      /
       2750-READ-LOAN SECTION.
      ************************
      *
       2751-READ.
      *
           CALL 'LOANIO'            USING LOAN-PARAMS.
      *
           IF LOAN-STATUZ           NOT = O-K AND ENDP
              MOVE LOAN-STATUZ         TO SYSR-STATUZ
              MOVE LOAN-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF LOAN-STATUZ               = ENDP
           OR LOAN-CHDRCOY          NOT = CHDRLIF-CHDRCOY
           OR LOAN-CHDRNUM          NOT = CHDRLIF-CHDRNUM
              MOVE 'Y'                 TO WSAA-LOAN-EOF
              GO TO 2759-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO LOAN-FUNCTION.
      *
           IF LOAN-VALIDFLAG        NOT = '1'
              GO TO 2759-EXIT
           END-IF.
      *
           ADD LOAN-LAST-CAPN-LOAN-AMT TO WSAA-LOAN-PRIN.
      *
      *  Interest accrued since the last capitalisation to the
      *  run date, as B5379 states it on the anniversary.
      *
           MOVE SPACES                 TO INTC-INTCALC-REC.
           MOVE LOAN-LOAN-NUMBER       TO INTC-LOAN-NUMBER.
           MOVE LOAN-CHDRCOY           TO INTC-CHDRCOY.
           MOVE LOAN-CHDRNUM           TO INTC-CHDRNUM.
           MOVE CHDRLIF-CNTTYPE        TO INTC-CNTTYPE.
           MOVE BSSC-EFFECTIVE-DATE    TO INTC-INTEREST-TO.
           MOVE LOAN-LAST-INT-BILL-DATE
                                       TO INTC-INTEREST-FROM.
           MOVE LOAN-LAST-CAPN-LOAN-AMT
                                       TO INTC-LOANORIGAM.
           MOVE LOAN-LAST-CAPN-DATE    TO INTC-LAST-CAPLSN-DATE.
           MOVE LOAN-LOAN-START-DATE   TO INTC-LOAN-START-DATE.
           MOVE ZEROES                 TO INTC-INTEREST-AMOUNT.
           MOVE LOAN-LOAN-CURRENCY     TO INTC-LOAN-CURRENCY.
           MOVE LOAN-LOAN-TYPE         TO INTC-LOAN-TYPE.
      *
           IF LOAN-LAST-INT-BILL-DATE   < BSSC-EFFECTIVE-DATE
              CALL 'INTCALC'        USING INTC-INTCALC-REC
              IF INTC-STATUZ        NOT = O-K
                 MOVE INTC-STATUZ      TO SYSR-STATUZ
                 MOVE INTC-INTCALC-REC TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
              ADD INTC-INTEREST-AMOUNT TO WSAA-LOAN-INT
           END-IF.
      *
       2759-EXIT.
           EXIT.
      /
       2800-GET-CASH-VALUE SECTION.
      *****************************
      *
       2810-START.
      *
           INITIALIZE                  ZSRV-ZSURRVAL-REC.
           MOVE 'CALC'                 TO ZSRV-FUNCTION.
           MOVE CHDRLIF-CHDRCOY        TO ZSRV-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO ZSRV-CHDRNUM.
           MOVE BSSC-EFFECTIVE-DATE    TO ZSRV-EFFDATE.
      *
           CALL 'ZSURRVAL'          USING ZSRV-ZSURRVAL-REC.
      *
           IF ZSRV-STATUZ           NOT = O-K
              MOVE ZSRV-STATUZ         TO SYSR-STATUZ
              MOVE ZSRV-ZSURRVAL-REC   TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ZSRV-SURRVAL           TO WSAA-CASH-VAL.
      *
       2890-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE ZEROES                 TO WSAA-SUSPENSE
                                          WSAA-RESIDUE
                                          WSAA-WRITE-OFF.
      *
           IF WSAA-ACTION               = 'W'
              MOVE WSAA-WARN-TRCDE     TO WSAA-LETTER-TRCDE
              PERFORM 3700-REQUEST-LETTER
              PERFORM 3800-WRITE-REGISTER
              ADD 1                    TO WSAA-WARN-CNT
              MOVE CT02                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              GO TO 3090-EXIT
           END-IF.
      *
      *  Foreclosure: suspense first absorbs any shortfall, then
      *  what the loans leave is paid to the owner.
      *
           PERFORM 3100-GET-PAYER.
           PERFORM 3150-CALC-SUSPENSE.
      *
           COMPUTE WSAA-RESIDUE         = WSAA-CASH-VAL
                                        - WSAA-INDEBT
                                        + WSAA-SUSPENSE.
      *
           IF WSAA-RESIDUE               < ZERO
              COMPUTE WSAA-WRITE-OFF    = WSAA-RESIDUE * -1
              MOVE ZEROES              TO WSAA-RESIDUE
           END-IF.
      *
           PERFORM 3200-TERMINATE-CHDR.
           PERFORM 3300-TERMINATE-COVRS.
           PERFORM 3400-CLOSE-LOANS.
           PERFORM 3550-POST-MONEY.
      *
           IF WSAA-RESIDUE               > ZERO
              PERFORM 3650-RAISE-RESIDUE
           END-IF.
      *
           PERFORM 3680-WRITE-PTRN.
      *
           MOVE BPRD-AUTH-CODE         TO WSAA-LETTER-TRCDE.
           PERFORM 3700-REQUEST-LETTER.
           PERFORM 3800-WRITE-REGISTER.
      *
           ADD 1                       TO WSAA-FORECLOSE-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE CT04                   TO CONT-TOTNO.
           MOVE WSAA-RESIDUE           TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE CT05                   TO CONT-TOTNO.
           MOVE WSAA-WRITE-OFF         TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
           EXIT.
      /
       3100-GET-PAYER SECTION.
      ************************
      *
       3110-START.
      *
           INITIALIZE                  PAYR-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO PAYR-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PAYR-CHDRNUM.
           MOVE 1                      TO PAYR-PAYRSEQNO.
           MOVE PAYRREC                TO PAYR-FORMAT.
           MOVE READR                  TO PAYR-FUNCTION.
      *
           CALL 'PAYRIO'            USING PAYR-PARAMS.
      *
           IF PAYR-STATUZ           NOT = O-K
              MOVE PAYR-STATUZ         TO SYSR-STATUZ
              MOVE PAYR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3150-CALC-SUSPENSE SECTION.
      ****************************
      *
       3151-START.
      *
      *  Contract suspense located as P5374 does: contract
      *  currency, then billing currency, then any.
      *
           MOVE 'N'                    TO WSAA-SUSP-IND.
      *
           MOVE SPACES                 TO ACBLENQ-DATA-AREA.
           MOVE ZEROS                  TO ACBLENQ-RLDGACCT.
           MOVE CHDRLIF-CHDRCOY        TO ACBLENQ-RLDGCOY.
           MOVE CHDRLIF-CHDRNUM        TO ACBLENQ-RLDGACCT.
           MOVE T5645-SACSCODE-01      TO ACBLENQ-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO ACBLENQ-SACSTYP.
      *
           PERFORM 3160-CHECK-SUSPENSE
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 3
               OR WSAA-SUSP-IND         = 'Y'.
      *
       3159-EXIT.
           EXIT.
      /
       3160-CHECK-SUSPENSE SECTION.
      *****************************
      *
       3161-START.
      *
           IF WSAA-SUB                  = 1
              MOVE PAYR-CNTCURR        TO ACBLENQ-ORIGCURR
              MOVE READR               TO ACBLENQ-FUNCTION
           ELSE
           IF WSAA-SUB                  = 2
              MOVE PAYR-BILLCURR       TO ACBLENQ-ORIGCURR
              MOVE READR               TO ACBLENQ-FUNCTION
           ELSE
              MOVE SPACE               TO ACBLENQ-ORIGCURR
              MOVE BEGN                TO ACBLENQ-FUNCTION
           END-IF
           END-IF.
      *
           CALL 'ACBLENQIO'         USING ACBLENQ-PARAMS.
      *
           IF  ACBLENQ-STATUZ       NOT = O-K
           AND ACBLENQ-STATUZ       NOT = MRNF
           AND ACBLENQ-STATUZ       NOT = ENDP
               MOVE ACBLENQ-STATUZ     TO SYSR-STATUZ
               MOVE ACBLENQ-PARAMS     TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF  ACBLENQ-STATUZ           = O-K
           AND ACBLENQ-RLDGCOY (1:1)    = CHDRLIF-CHDRCOY
           AND ACBLENQ-RLDGACCT (1:8)   = CHDRLIF-CHDRNUM
           AND ACBLENQ-SACSCODE (1:2)   = T5645-SACSCODE-01
           AND ACBLENQ-SACSTYP (1:2)    = T5645-SACSTYPE-01
           AND ACBLENQ-SACSCURBAL   NOT = ZERO
               IF T3695-SIGN            = '-'
                  COMPUTE WSAA-SUSPENSE = ACBLENQ-SACSCURBAL * -1
               ELSE
                  MOVE ACBLENQ-SACSCURBAL
                                       TO WSAA-SUSPENSE
               END-IF
               MOVE 'Y'                TO WSAA-SUSP-IND
           END-IF.
      *
       3169-EXIT.
           EXIT.
      /
       3200-TERMINATE-CHDR SECTION.
      *****************************
      *
       3210-START.
      *
      *  Held and rewritten on the key the driving read sits on,
      *  so the next read carries on from this contract.
      *
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READH                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE T5679-SET-CN-RISK-STAT TO CHDRLIF-STATCODE.
           MOVE T5679-SET-CN-PREM-STAT TO CHDRLIF-PSTATCODE.
           ADD 1                       TO CHDRLIF-TRANNO.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE REWRT                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3300-TERMINATE-COVRS SECTION.
      ******************************
      *
       3310-START.
      *
           MOVE 'N'                    TO WSAA-COVR-EOF.
      *
           INITIALIZE                  COVR-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO COVR-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO COVR-CHDRNUM.
           MOVE COVRREC                TO COVR-FORMAT.
           MOVE BEGNH                  TO COVR-FUNCTION.
      *
           PERFORM 3350-PROCESS-COVR
               UNTIL WSAA-COVR-EOF      = 'Y'.
      *
       3390-EXIT.
           EXIT.
      /
       3350-PROCESS-COVR SECTION.
      ***************************
      *
       3351-START.
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
           OR COVR-CHDRCOY          NOT = CHDRLIF-CHDRCOY
           OR COVR-CHDRNUM          NOT = CHDRLIF-CHDRNUM
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 3359-EXIT
           END-IF.
      *
           IF COVR-VALIDFLAG            = '1'
              MOVE T5679-SET-COV-RISK-STAT
                                       TO COVR-STATCODE
              MOVE T5679-SET-COV-PREM-STAT
                                       TO COVR-PSTATCODE
              MOVE COVRREC             TO COVR-FORMAT
              MOVE REWRT               TO COVR-FUNCTION
      *
              CALL 'COVRIO'         USING COVR-PARAMS
      *
              IF COVR-STATUZ        NOT = O-K
                 MOVE COVR-STATUZ      TO SYSR-STATUZ
                 MOVE COVR-PARAMS      TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
           END-IF.
      *
           MOVE NEXTR                  TO COVR-FUNCTION.
      *
       3359-EXIT.
           EXIT.
      /
       3400-CLOSE-LOANS SECTION.
      **************************
      *
       3410-START.
      *
      *  The loans are settled by the foreclosure - closed so
      *  B5375 no longer capitalises interest on them.
      *
           MOVE 'N'                    TO WSAA-LOAN-EOF.
      *
           INITIALIZE                  LOAN-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO LOAN-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO LOAN-CHDRNUM.
           MOVE LOANREC                TO LOAN-FORMAT.
           MOVE BEGNH                  TO LOAN-FUNCTION.
      *
           PERFORM 3450-CLOSE-ONE-LOAN
               UNTIL WSAA-LOAN-EOF      = 'Y'.
      *
       3490-EXIT.
           EXIT.
      /
       3450-CLOSE-ONE-LOAN SECTION.
      *****************************
      *
       3451-START.
      *
           CALL 'LOANIO'            USING LOAN-PARAMS.
      *
           IF LOAN-STATUZ           NOT = O-K AND ENDP
              MOVE LOAN-STATUZ         TO SYSR-STATUZ
              MOVE LOAN-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF LOAN-STATUZ               = ENDP
           OR LOAN-CHDRCOY          NOT = CHDRLIF-CHDRCOY
           OR LOAN-CHDRNUM          NOT = CHDRLIF-CHDRNUM
              MOVE 'Y'                 TO WSAA-LOAN-EOF
              GO TO 3459-EXIT
           END-IF.
      *
           IF LOAN-VALIDFLAG            = '1'
              MOVE '2'                 TO LOAN-VALIDFLAG
              MOVE BSSC-EFFECTIVE-DATE TO LOAN-LAST-INT-BILL-DATE
              MOVE LOANREC             TO LOAN-FORMAT
              MOVE REWRT               TO LOAN-FUNCTION
      *
              CALL 'LOANIO'         USING LOAN-PARAMS
      *
              IF LOAN-STATUZ        NOT = O-K
                 MOVE LOAN-STATUZ      TO SYSR-STATUZ
                 MOVE LOAN-PARAMS      TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
           END-IF.
      *
           MOVE NEXTR                  TO LOAN-FUNCTION.
      *
       3459-EXIT.
           EXIT.
      /
       3550-POST-MONEY SECTION.
      *************************
      *
       3551-START.
      *
      *  The P5374 surrender dissection: line 02 books the
      *  surrender benefit, line 03 repays the whole indebtedness
      *  on the loan account, line 01 releases contract suspense;
      *  line 04 writes off what the cash value and suspense could
      *  not cover.
      *
           MOVE 1                      TO WSAA-JRNSEQ.
           MOVE WSAA-CASH-VAL          TO WSAA-POST-AMT.
           MOVE T5645-SACSCODE-02      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-02         TO LIFA-GLCODE.
           MOVE '+'                    TO LIFA-GLSIGN.
           PERFORM 3580-POST-ONE.
      *
           MOVE 2                      TO WSAA-JRNSEQ.
           MOVE WSAA-INDEBT            TO WSAA-POST-AMT.
           MOVE T5645-SACSCODE-03      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-03      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-03         TO LIFA-GLCODE.
           MOVE '-'                    TO LIFA-GLSIGN.
           PERFORM 3580-POST-ONE.
      *
           IF WSAA-SUSPENSE         NOT = ZERO
              MOVE 3                   TO WSAA-JRNSEQ
              MOVE WSAA-SUSPENSE       TO WSAA-POST-AMT
              MOVE T5645-SACSCODE-01   TO LIFA-SACSCODE
              MOVE T5645-SACSTYPE-01   TO LIFA-SACSTYP
              MOVE T5645-GLMAP-01      TO LIFA-GLCODE
              MOVE '-'                 TO LIFA-GLSIGN
              PERFORM 3580-POST-ONE
           END-IF.
      *
           IF WSAA-WRITE-OFF            > ZERO
              MOVE 4                   TO WSAA-JRNSEQ
              MOVE WSAA-WRITE-OFF      TO WSAA-POST-AMT
              MOVE T5645-SACSCODE-04   TO LIFA-SACSCODE
              MOVE T5645-SACSTYPE-04   TO LIFA-SACSTYP
              MOVE T5645-GLMAP-04      TO LIFA-GLCODE
              MOVE '+'                 TO LIFA-GLSIGN
              PERFORM 3580-POST-ONE
           END-IF.
      *
       3559-EXIT.
           EXIT.
      /
       3580-POST-ONE SECTION.
      ***********************
      *
       3581-START.
      *
           MOVE BPRD-AUTH-CODE         TO LIFA-BATCKEY.
           MOVE 'PSTW'                 TO LIFA-FUNCTION.
           MOVE CHDRLIF-CHDRNUM        TO LIFA-RDOCNUM.
           MOVE CHDRLIF-CHDRCOY        TO LIFA-RLDGCOY.
           MOVE CHDRLIF-CHDRNUM        TO LIFA-RLDGACCT.
           MOVE WSAA-POST-AMT          TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE PAYR-CNTCURR           TO LIFA-ORIGCURR.
           MOVE 'LOAN FORECLOSURE'     TO LIFA-TRANDESC.
           MOVE CHDRLIF-CHDRNUM        TO LIFA-TRANREF.
           MOVE BSSC-EFFECTIVE-DATE    TO LIFA-EFFDATE.
           MOVE WSAA-TODAY             TO LIFA-TRANSACTION-DATE.
           MOVE CHDRLIF-TRANNO         TO LIFA-TRANNO.
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
       3589-EXIT.
           EXIT.
      /
       3650-RAISE-RESIDUE SECTION.
      ****************************
      *
       3651-START.
      *
           INITIALIZE                  PREQ-PARAMS.
           MOVE 'SR'                   TO PREQ-RDOCPFX.
           MOVE CHDRLIF-CHDRCOY        TO PREQ-RDOCCOY.
           MOVE CHDRLIF-CHDRNUM        TO PREQ-RDOCNUM.
           MOVE CHDRLIF-CHDRNUM        TO PREQ-RLDGACCT.
           MOVE T5645-SACSCODE-02      TO PREQ-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO PREQ-SACSTYP.
           MOVE WSAA-RESIDUE           TO PREQ-PYMT.
           MOVE PAYR-CNTCURR           TO PREQ-PAYCURR.
           MOVE 'RQ'                   TO PREQ-PAYSTAT.
           MOVE BSSC-EFFECTIVE-DATE    TO PREQ-REQDATE.
           MOVE CHDRLIF-CNTBRANCH      TO PREQ-BRANCH.
           MOVE PREQREC                TO PREQ-FORMAT.
           MOVE WRITR                  TO PREQ-FUNCTION.
      *
           CALL 'PREQIO'            USING PREQ-PARAMS.
      *
           IF PREQ-STATUZ           NOT = O-K
              MOVE PREQ-STATUZ         TO SYSR-STATUZ
              MOVE PREQ-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3659-EXIT.
           EXIT.
      /
       3680-WRITE-PTRN SECTION.
      *************************
      *
       3681-START.
      *
           INITIALIZE                  PTRN-PARAMS.
           MOVE BPRD-AUTH-CODE         TO PTRN-BATCTRCDE.
           MOVE CHDRLIF-CHDRCOY        TO PTRN-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PTRN-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO PTRN-TRANNO.
           MOVE BSSC-EFFECTIVE-DATE    TO PTRN-PTRNEFF.
           MOVE WSAA-TODAY             TO PTRN-TRANSACTION-DATE.
           MOVE WSAA-TODAY             TO PTRN-DATESUB.
           MOVE PTRNREC                TO PTRN-FORMAT.
           MOVE WRITR                  TO PTRN-FUNCTION.
      *
           CALL 'PTRNIO'            USING PTRN-PARAMS.
      *
           IF PTRN-STATUZ           NOT = O-K
              MOVE PTRN-STATUZ         TO SYSR-STATUZ
              MOVE PTRN-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3689-EXIT.
           EXIT.
      /
       3700-REQUEST-LETTER SECTION.
      *****************************
      *
       3710-START.
      *
      *  Warning letter from the TR384 item of the warning
      *  transaction code, foreclosure letter from this
      *  transaction's; contract type first, then '***'.
      *
           IF WSAA-LETTER-TRCDE         = SPACES
              GO TO 3790-EXIT
           END-IF.
      *
           MOVE CHDRLIF-CNTTYPE        TO WSAA-TR384-CNTTYPE.
           MOVE WSAA-LETTER-TRCDE      TO WSAA-TR384-TRCDE.
           PERFORM 3750-READ-TR384.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE '***'               TO WSAA-TR384-CNTTYPE
              PERFORM 3750-READ-TR384
           END-IF.
      *
           IF ITEM-STATUZ           NOT = O-K
              GO TO 3790-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TR384-TR384-REC.
      *
           IF TR384-LETTER-TYPE         = SPACES
              GO TO 3790-EXIT
           END-IF.
      *
           MOVE SPACES                 TO LETRQST-STATUZ.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-REQUEST-COMPANY.
           MOVE TR384-LETTER-TYPE      TO LETRQST-LETTER-TYPE.
           MOVE BSSC-EFFECTIVE-DATE    TO LETRQST-LETTER-REQUEST-DATE.
           MOVE CHDRLIF-CHDRPFX        TO LETRQST-RDOCPFX.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-RDOCCOY.
           MOVE CHDRLIF-CHDRNUM        TO LETRQST-RDOCNUM.
           MOVE BSSC-LANGUAGE          TO LETRQST-OTHER-KEYS.
           MOVE CHDRLIF-COWNCOY        TO LETRQST-CLNTCOY.
           MOVE CHDRLIF-COWNNUM        TO LETRQST-CLNTNUM.
           MOVE CHDRLIF-DESPNUM        TO LETRQST-DESPNUM.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO LETRQST-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO LETRQST-TRANNO.
           MOVE CHDRLIF-CNTBRANCH      TO LETRQST-BRANCH.
           MOVE 'ADD'                  TO LETRQST-FUNCTION.
      *
           CALL 'LETRQST'           USING LETRQST-PARAMS.
      *
           IF LETRQST-STATUZ        NOT = O-K
              MOVE LETRQST-STATUZ      TO SYSR-STATUZ
              MOVE LETRQST-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3790-EXIT.
           EXIT.
      /
       3750-READ-TR384 SECTION.
      *************************
      *
       3751-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TR384                  TO ITEM-ITEMTABL.
           MOVE WSAA-TR384-KEY         TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF  ITEM-STATUZ          NOT = O-K
           AND ITEM-STATUZ          NOT = MRNF
               MOVE ITEM-STATUZ        TO SYSR-STATUZ
               MOVE ITEM-PARAMS        TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3759-EXIT.
           EXIT.
      /
       3800-WRITE-REGISTER SECTION.
      *****************************
      *
       3810-START.
      *
           MOVE SPACES                 TO ZFCLPF-REC.
           MOVE WSAA-ACTION            TO ACTION    OF ZFCLPF.
           MOVE CHDRLIF-CHDRCOY        TO CHDRCOY   OF ZFCLPF.
           MOVE CHDRLIF-CHDRNUM        TO CHDRNUM   OF ZFCLPF.
           MOVE CHDRLIF-CNTBRANCH      TO CNTBRANCH OF ZFCLPF.
           MOVE CHDRLIF-CNTTYPE (1:3)  TO CNTTYPE   OF ZFCLPF.
           MOVE WSAA-CASH-VAL          TO CSHVAL    OF ZFCLPF.
           MOVE WSAA-LOAN-PRIN         TO LOANPRIN  OF ZFCLPF.
           MOVE WSAA-LOAN-INT          TO LOANINT   OF ZFCLPF.
           MOVE WSAA-INDEBT            TO INDEBT    OF ZFCLPF.
           MOVE WSAA-SUSPENSE          TO SUSPAMT   OF ZFCLPF.
           MOVE WSAA-RESIDUE           TO RESIDUE   OF ZFCLPF.
           MOVE WSAA-WRITE-OFF         TO WRITEOFF  OF ZFCLPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZFCLPF.
      *
           WRITE ZFCLPF-REC.
      *
       3890-EXIT.
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
           CLOSE ZFCLPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5425 LOAN FORECLOSURE SUMMARY'.
           DISPLAY 'CONTRACTS WARNED..........: ' WSAA-WARN-CNT.
           DISPLAY 'CONTRACTS FORECLOSED......: ' WSAA-FORECLOSE-CNT.
           DISPLAY 'HELD - LEGAL HOLD.........: ' WSAA-HOLD-CNT.        <PH2664>
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
