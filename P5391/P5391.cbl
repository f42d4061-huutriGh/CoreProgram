      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5391.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *                POLICY LOAN GRANT
      *                =================
      *
      * Owner-initiated loan against the cash value of an in-force
      * contract, replacing the manual journal and spreadsheet the
      * branches use today.  Until now the only LOAN records were
      * the automatic premium loans B5353 writes.
      *
      * The screen shows:
      *
      *  - the cash surrender value as at today, from the ZSURRVAL
      *    engine (the figure P5374 quotes);
      *  - the outstanding policy loans, totalled over the valid
      *    LOAN records the way P5374's 2300-SUM-LOANS does;
      *  - the maximum loan: the TV127 percentage for the contract
      *    type applied to the cash value, less the loans already
      *    outstanding.  A contract type with no TV127 item does
      *    not lend.
      *
      * The loan amount keyed must be at least the TV127 minimum
      * and no more than the maximum.  While an assignment of any
      * type is active on the ASGN register the owner cannot
      * borrow - the assignee's interest comes first.
      *
      * On confirmation a policy loan (type 'P') is written to
      * LOAN, the advance is posted through this program's T5645
      * item (01 policy loan account, 02 loan payable), a PTRN is
      * written and the loan is raised as a payment request into
      * the stream BV001 reports.  From then on B5375 capitalises
      * interest on the loan exactly as it does for APL loans.
      *
      * A contract under a legal hold on the ZHLD register - on the     <PH2664>
      * contract itself or on the client who owns it - is refused.      <PH2664>
      *                                                                 <PH2664>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2651       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2664       Phi Tran - IT DEV                    *
      *           Legal hold: the transaction is refused (EV22) while a     *
      *           hold on the ZHLD register freezes the contract or the     *
      *           client who owns it.                                       *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WSAA-PROG                   PIC X(05) VALUE 'P5391'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-LOAN-BAL               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-LOAN-COUNT             PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-MAX-LOAN               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-POST-AMT               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-JRNSEQ                 PIC S9(02) COMP-3 VALUE 0.
       01  WSAA-LOAN-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-STAT-OK                PIC X(01) VALUE 'N'.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
       01  WSAA-ASGN-BLOCK             PIC X(01) VALUE 'N'.
       01  WSAA-ASGN-EOF               PIC X(01) VALUE 'N'.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  H118                    PIC X(04) VALUE 'H118'.
           03  EV04                    PIC X(04) VALUE 'EV04'.
           03  EV05                    PIC X(04) VALUE 'EV05'.
           03  EV22                    PIC X(04) VALUE 'EV22'.          <PH2664>
      *
       01  TABLES.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  T5679                   PIC X(06) VALUE 'T5679'.
           03  T5688                   PIC X(06) VALUE 'T5688'.
           03  TV127                   PIC X(06) VALUE 'TV127'.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  LOANREC                 PIC X(10) VALUE 'LOANREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  PREQREC                 PIC X(10) VALUE 'PREQREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  DESCREC                 PIC X(10) VALUE 'DESCREC'.
           03  ASGNLNBREC              PIC X(10) VALUE 'ASGNLNBREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
           COPY BATCKEY.
      /
           COPY CHDRLIFSKM.
           COPY PAYRSKM.
           COPY LOANSKM.
           COPY PTRNSKM.
           COPY PREQSKM.
           COPY ITEMSKM.
           COPY DESCSKM.
           COPY ASGNLNBSKM.
      /
           COPY T5645REC.
           COPY LIFACMVREC.
           COPY T5679REC.
           COPY TV127REC.
           COPY NAMADRSREC.
           COPY DATCON1REC.
           COPY ZSURRVALREC.
           COPY ZHLDCHKREC.                                             <PH2664>
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5391SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5391-DATA-AREA.

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
           MOVE SPACES                 TO S5391-DATA-AREA.
           MOVE ZEROES                 TO S5391-CSHVAL
                                          S5391-LOANBAL
                                          S5391-MAXLOAN
                                          S5391-LOANAMT.
      *
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-EXT-DATE          TO WSAA-TODAY.
      *
           MOVE WSSP-BATCHKEY          TO WSKY-BATC-FILE-KEY.
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
           IF S5391-CHDRNUM             = SPACES
              MOVE E005                TO S5391-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2100-READ-CHDR.
      *
           IF S5391-CHDRNUM-ERR     NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The contract must currently be in a status this transaction
      *  operates on (i.e. in force, per T5679).
      *
           PERFORM 2200-CHECK-STATUS.
      *
           IF WSAA-STAT-OK          NOT = 'Y'
              MOVE H118                TO S5391-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *                                                                 <PH2664>
      *  Nothing may be processed on a contract frozen by a legal       <PH2664>
      *  hold (court order, police request or fraud enquiry) on         <PH2664>
      *  the contract or its owner - ZHLD register, P5398.              <PH2664>
      *                                                                 <PH2664>
           INITIALIZE                  ZHCK-ZHLDCHK-REC.                <PH2664>
           MOVE WSSP-COMPANY           TO ZHCK-CHDRCOY.                 <PH2664>
           MOVE S5391-CHDRNUM          TO ZHCK-CHDRNUM.                 <PH2664>
           MOVE WSAA-TODAY             TO ZHCK-EFFDATE.                 <PH2664>
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
              MOVE EV22                TO S5391-CHDRNUM-ERR             <PH2664>
              GO TO 2080-CHECK-FOR-ERRORS                               <PH2664>
           END-IF.                                                      <PH2664>
      *
      *  The product must lend at all.
      *
           PERFORM 2250-READ-TV127.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE EV04                TO S5391-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  While an assignment of any type is active the owner may
      *  not borrow - the assignee's interest comes first.
      *
           PERFORM 2700-CHECK-ASSIGNMENT.
      *
           IF WSAA-ASGN-BLOCK           = 'Y'
              MOVE H118                TO S5391-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  Build the maximum: cash value, loans, TV127 percentage.
      *
           PERFORM 2300-SUM-LOANS.
           PERFORM 2400-CALC-CASH-VALUE.
      *
           MOVE WSAA-LOAN-BAL          TO S5391-LOANBAL.
      *
           COMPUTE WSAA-MAX-LOAN ROUNDED
                                        = S5391-CSHVAL
                                        * TV127-PLMAXPC / 100
                                        - WSAA-LOAN-BAL.
      *
           IF WSAA-MAX-LOAN              < ZERO
              MOVE ZEROES              TO WSAA-MAX-LOAN
           END-IF.
      *
           MOVE WSAA-MAX-LOAN          TO S5391-MAXLOAN.
      *
           IF S5391-LOANAMT         NOT > ZERO
              MOVE E186                TO S5391-LOANAMT-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5391-LOANAMT              > WSAA-MAX-LOAN
           OR S5391-LOANAMT              < TV127-PLMINAMT
              MOVE EV05                TO S5391-LOANAMT-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5391-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-READ-CHDR SECTION.
      ************************
       2110-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE S5391-CHDRNUM          TO CHDRLIF-CHDRNUM.
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
              MOVE E005                TO S5391-CHDRNUM-ERR
              GO TO 2190-EXIT
           END-IF.
      *
           MOVE CHDRLIF-CNTTYPE        TO S5391-CNTTYPE.
           MOVE CHDRLIF-STATCODE       TO S5391-STATCODE.
      *
           PERFORM 2150-GET-OWNER-NAME.
           PERFORM 2160-GET-CNTDESC.
           PERFORM 2170-GET-PAYR.
      *
       2190-EXIT.
           EXIT.
      /
       2150-GET-OWNER-NAME SECTION.
      *****************************
       2151-START.
      *
           MOVE SPACES                 TO NMAD-NAMADRS-REC.
           MOVE CHDRLIF-COWNPFX        TO NMAD-CLNT-PREFIX.
           MOVE CHDRLIF-COWNCOY        TO NMAD-CLNT-COMPANY.
           MOVE CHDRLIF-COWNNUM        TO NMAD-CLNT-NUMBER.
           MOVE WSSP-LANGUAGE          TO NMAD-LANGUAGE.
           MOVE 'PYNMN'                TO NMAD-FUNCTION.
      *
           CALL 'NAMADRS'           USING NMAD-NAMADRS-REC.
      *
           IF NMAD-STATUZ           NOT = O-K AND MRNF
              MOVE NMAD-STATUZ         TO SYSR-STATUZ
              MOVE NMAD-NAMADRS-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF NMAD-STATUZ               = O-K
              MOVE NMAD-NAME           TO S5391-OWNERNAME
           ELSE
              MOVE SPACES              TO S5391-OWNERNAME
           END-IF.
      *
       2159-EXIT.
           EXIT.
      /
       2160-GET-CNTDESC SECTION.
      **************************
       2161-START.
      *
           INITIALIZE                  DESC-PARAMS.
           MOVE 'IT'                   TO DESC-DESCPFX.
           MOVE WSSP-COMPANY           TO DESC-DESCCOY.
           MOVE T5688                  TO DESC-DESCTABL.
           MOVE CHDRLIF-CNTTYPE        TO DESC-DESCITEM.
           MOVE WSSP-LANGUAGE          TO DESC-LANGUAGE.
           MOVE DESCREC                TO DESC-FORMAT.
           MOVE READR                  TO DESC-FUNCTION.
      *
           CALL 'DESCIO'            USING DESC-PARAMS.
      *
           IF DESC-STATUZ           NOT = O-K AND MRNF
              MOVE DESC-STATUZ         TO SYSR-STATUZ
              MOVE DESC-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF DESC-STATUZ               = O-K
              MOVE DESC-LONGDESC       TO S5391-CTYPEDES
           ELSE
              MOVE SPACES              TO S5391-CTYPEDES
           END-IF.
      *
       2169-EXIT.
           EXIT.
      /
       2170-GET-PAYR SECTION.
      ***********************
       2171-START.
      *
           INITIALIZE                  PAYR-PARAMS.
           MOVE WSSP-COMPANY           TO PAYR-CHDRCOY.
           MOVE S5391-CHDRNUM          TO PAYR-CHDRNUM.
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
       2179-EXIT.
           EXIT.
      /
       2200-CHECK-STATUS SECTION.
      ***************************
       2210-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE T5679                  TO ITEM-ITEMTABL.
           MOVE WSKY-BATC-BATCTRCDE    TO ITEM-ITEMITEM.
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
           MOVE 'N'                    TO WSAA-STAT-OK.
           PERFORM 2230-CHECK-RISK-STAT
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 12
               OR WSAA-STAT-OK          = 'Y'.
      *
       2290-EXIT.
           EXIT.
      /
       2230-CHECK-RISK-STAT SECTION.
      ******************************
       2231-START.
      *
           IF  T5679-CN-RISK-STAT (WSAA-SUB) NOT = SPACES
           AND T5679-CN-RISK-STAT (WSAA-SUB)     = CHDRLIF-STATCODE
               MOVE 'Y'                TO WSAA-STAT-OK
           END-IF.
      *
       2239-EXIT.
           EXIT.
      /
       2250-READ-TV127 SECTION.
      *************************
       2251-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV127                  TO ITEM-ITEMTABL.
           MOVE CHDRLIF-CNTTYPE        TO ITEM-ITEMITEM.
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
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TV127-TV127-REC
           ELSE
              INITIALIZE                  TV127-TV127-REC
           END-IF.
      *
       2259-EXIT.
           EXIT.
      /
       2300-SUM-LOANS SECTION.
      ************************
       2310-START.
      *
      *  Outstanding policy loans, totalled the way P5374's
      *  2300-SUM-LOANS values them for the surrender quotation.
      *  The highest loan number in use is kept for the new loan.
      *
           MOVE ZEROES                 TO WSAA-LOAN-BAL
                                          WSAA-LOAN-COUNT.
           MOVE 'N'                    TO WSAA-LOAN-EOF.
      *
           INITIALIZE                  LOAN-PARAMS.
           MOVE WSSP-COMPANY           TO LOAN-CHDRCOY.
           MOVE S5391-CHDRNUM          TO LOAN-CHDRNUM.
           MOVE LOANREC                TO LOAN-FORMAT.
           MOVE BEGN                   TO LOAN-FUNCTION.
      *
           PERFORM 2350-READ-LOAN
               UNTIL WSAA-LOAN-EOF      = 'Y'.
      *
       2390-EXIT.
           EXIT.
      /
       2350-READ-LOAN SECTION.
      ************************
       2351-READ.
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
           OR LOAN-CHDRCOY          NOT = WSSP-COMPANY
           OR LOAN-CHDRNUM          NOT = S5391-CHDRNUM
              MOVE 'Y'                 TO WSAA-LOAN-EOF
              GO TO 2359-EXIT
           END-IF.
      *
           IF LOAN-VALIDFLAG            = '1'
              ADD LOAN-LAST-CAPN-LOAN-AMT
                                       TO WSAA-LOAN-BAL
           END-IF.
      *
           IF LOAN-LOAN-NUMBER          > WSAA-LOAN-COUNT
              MOVE LOAN-LOAN-NUMBER    TO WSAA-LOAN-COUNT
           END-IF.
      *
           MOVE NEXTR                  TO LOAN-FUNCTION.
      *
       2359-EXIT.
           EXIT.
      /
       2400-CALC-CASH-VALUE SECTION.
      ******************************
       2410-START.
      *
           INITIALIZE                  ZSRV-ZSURRVAL-REC.
           MOVE 'CALC'                 TO ZSRV-FUNCTION.
           MOVE WSSP-COMPANY           TO ZSRV-CHDRCOY.
           MOVE S5391-CHDRNUM          TO ZSRV-CHDRNUM.
           MOVE WSAA-TODAY             TO ZSRV-EFFDATE.
      *
           CALL 'ZSURRVAL'          USING ZSRV-ZSURRVAL-REC.
      *
           IF ZSRV-STATUZ           NOT = O-K
              MOVE ZSRV-STATUZ         TO SYSR-STATUZ
              MOVE ZSRV-ZSURRVAL-REC   TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ZSRV-SURRVAL           TO S5391-CSHVAL.
      *
       2490-EXIT.
           EXIT.
      /
       2700-CHECK-ASSIGNMENT SECTION.
      *******************************
       2710-START.
      *
           MOVE 'N'                    TO WSAA-ASGN-BLOCK
                                          WSAA-ASGN-EOF.
      *
           INITIALIZE                  ASGNLNB-PARAMS.
           MOVE WSSP-COMPANY           TO ASGNLNB-CHDRCOY.
           MOVE S5391-CHDRNUM          TO ASGNLNB-CHDRNUM.
           MOVE ASGNLNBREC             TO ASGNLNB-FORMAT.
           MOVE BEGN                   TO ASGNLNB-FUNCTION.
      *
           PERFORM 2750-ONE-ASGN
               UNTIL WSAA-ASGN-EOF      = 'Y'.
      *
       2790-EXIT.
           EXIT.
      /
       2750-ONE-ASGN SECTION.
      ***********************
       2751-START.
      *
           CALL 'ASGNLNBIO'         USING ASGNLNB-PARAMS.
      *
           IF ASGNLNB-STATUZ        NOT = O-K AND ENDP
              MOVE ASGNLNB-STATUZ      TO SYSR-STATUZ
              MOVE ASGNLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ASGNLNB-STATUZ            = ENDP
           OR ASGNLNB-CHDRCOY (1:1) NOT = WSSP-COMPANY
           OR ASGNLNB-CHDRNUM (1:8) NOT = S5391-CHDRNUM
              MOVE 'Y'                 TO WSAA-ASGN-EOF
              GO TO 2759-EXIT
           END-IF.
      *
           IF  ASGNLNB-VALIDFLAG        = '1'
           AND ASGNLNB-COMMFROM     NOT > WSAA-TODAY
           AND (ASGNLNB-COMMTO          = ZEROES
           OR   ASGNLNB-COMMTO      NOT < WSAA-TODAY)
               MOVE 'Y'                TO WSAA-ASGN-BLOCK
               MOVE 'Y'                TO WSAA-ASGN-EOF
               GO TO 2759-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ASGNLNB-FUNCTION.
      *
       2759-EXIT.
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
           PERFORM 3200-UPDATE-CHDR.
           PERFORM 3300-WRITE-LOAN.
           PERFORM 3500-POST-MONEY.
           PERFORM 3700-RAISE-PAYOUT.
           PERFORM 3600-WRITE-PTRN.
      *
       3090-EXIT.
            EXIT.
      /
       3200-UPDATE-CHDR SECTION.
      **************************
       3210-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE S5391-CHDRNUM          TO CHDRLIF-CHDRNUM.
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
       3300-WRITE-LOAN SECTION.
      *************************
       3310-START.
      *
      *  Laid out as B5353 writes an APL loan, so B5375 picks the
      *  loan up for interest capitalisation from its start date.
      *
           INITIALIZE                  LOAN-PARAMS.
           MOVE WSSP-COMPANY           TO LOAN-CHDRCOY.
           MOVE S5391-CHDRNUM          TO LOAN-CHDRNUM.
           COMPUTE LOAN-LOAN-NUMBER     = WSAA-LOAN-COUNT + 1.
           MOVE 'P'                    TO LOAN-LOAN-TYPE.
           MOVE S5391-LOANAMT          TO LOAN-LOAN-ORIG-AMT
                                          LOAN-LAST-CAPN-LOAN-AMT.
           MOVE WSAA-TODAY             TO LOAN-LOAN-START-DATE
                                          LOAN-LAST-CAPN-DATE
                                          LOAN-LAST-INT-BILL-DATE.
           MOVE PAYR-CNTCURR           TO LOAN-LOAN-CURRENCY.
           MOVE '1'                    TO LOAN-VALIDFLAG.
           MOVE LOANREC                TO LOAN-FORMAT.
           MOVE WRITR                  TO LOAN-FUNCTION.
      *
           CALL 'LOANIO'            USING LOAN-PARAMS.
      *
           IF LOAN-STATUZ           NOT = O-K
              MOVE LOAN-STATUZ         TO SYSR-STATUZ
              MOVE LOAN-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3390-EXIT.
           EXIT.
      /
       3500-POST-MONEY SECTION.
      *************************
       3510-START.
      *
      *  Dissection of the advance through this program's T5645
      *  item: line 01 debits the policy loan account, line 02
      *  credits the loan payable the payment request settles.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
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
           MOVE S5391-LOANAMT          TO WSAA-POST-AMT.
      *
           MOVE 1                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-01      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-01         TO LIFA-GLCODE.
           MOVE '+'                    TO LIFA-GLSIGN.
           PERFORM 3580-POST-ONE.
      *
           MOVE 2                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-02      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-02         TO LIFA-GLCODE.
           MOVE '-'                    TO LIFA-GLSIGN.
           PERFORM 3580-POST-ONE.
      *
       3590-EXIT.
           EXIT.
      /
       3580-POST-ONE SECTION.
      ***********************
       3581-START.
      *
           MOVE WSSP-BATCHKEY          TO LIFA-BATCKEY.
           MOVE 'PSTW'                 TO LIFA-FUNCTION.
           MOVE S5391-CHDRNUM          TO LIFA-RDOCNUM.
           MOVE WSSP-COMPANY           TO LIFA-RLDGCOY.
           MOVE S5391-CHDRNUM          TO LIFA-RLDGACCT.
           MOVE WSAA-POST-AMT          TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE PAYR-CNTCURR           TO LIFA-ORIGCURR.
           MOVE 'POLICY LOAN'          TO LIFA-TRANDESC.
           MOVE S5391-CHDRNUM          TO LIFA-TRANREF.
           MOVE WSAA-TODAY             TO LIFA-EFFDATE
                                          LIFA-TRANSACTION-DATE.
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
       3700-RAISE-PAYOUT SECTION.
      ***************************
       3710-START.
      *
           INITIALIZE                  PREQ-PARAMS.
           MOVE 'SR'                   TO PREQ-RDOCPFX.
           MOVE WSSP-COMPANY           TO PREQ-RDOCCOY.
           MOVE S5391-CHDRNUM          TO PREQ-RDOCNUM.
           MOVE S5391-CHDRNUM          TO PREQ-RLDGACCT.
           MOVE T5645-SACSCODE-02      TO PREQ-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO PREQ-SACSTYP.
           MOVE S5391-LOANAMT          TO PREQ-PYMT.
           MOVE PAYR-CNTCURR           TO PREQ-PAYCURR.
           MOVE 'RQ'                   TO PREQ-PAYSTAT.
           MOVE WSAA-TODAY             TO PREQ-REQDATE.
           MOVE WSSP-BRANCH            TO PREQ-BRANCH.
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
       3790-EXIT.
           EXIT.
      /
       3600-WRITE-PTRN SECTION.
      *************************
       3610-START.
      *
           INITIALIZE                  PTRN-PARAMS.
           MOVE WSKY-BATC-BATCTRCDE    TO PTRN-BATCTRCDE.
           MOVE CHDRLIF-CHDRCOY        TO PTRN-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PTRN-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO PTRN-TRANNO.
           MOVE WSAA-TODAY             TO PTRN-PTRNEFF.
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
       3690-EXIT.
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
