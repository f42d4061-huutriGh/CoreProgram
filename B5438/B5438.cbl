      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5438.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   BANCASSURANCE PARTNER FEE SETTLEMENT.
      *
      *   Monthly.  Settles the referral and marketing fees due to
      *   each partner bank on the partner master TV142 for the
      *   settlement month (PZ438 year / month; the month before
      *   the run date where none).
      *
      *   The partner's contracts are those registered to it on
      *   ZBCP (B5374 intake, P5400).  The fee rates are on TV143,
      *   by partner and contract type (partner + '***' for the
      *   partner's other products): a fee basis and up to five
      *   policy-year bands, each a rate percent.  On basis:
      *
      *    'I' - issued premium: the annualised premium, once when
      *          the contract is issued in the month (PZ438 issue
      *          transaction code) for policy year 1, and again at
      *          each anniversary in the month while in force;
      *    'C' - collected premium: each instalment (LINS) whose
      *          collection transaction falls in the month, at the
      *          rate of its policy year.
      *
      *   Free-look cancellations and early lapses claw the fee
      *   back the way B5382 does agents' commission: a
      *   transaction in the month whose code has a TV098 item
      *   recovers the band percentage (months in force) of the
      *   fees paid to the partner on the contract, less what has
      *   already been recovered; a trigger is recovered once.
      *
      *   Every fee and clawback is kept on the ZBFE fee ledger
      *   and posted through this program's T5645 sub-accounts
      *   (01 fee expense, 02 partner payable; 03 partner payable,
      *   04 fee recovery).  The partner's month is settled on the
      *   ZBPS statement register: fees less clawbacks less any
      *   debt brought forward from the month before.  A payable
      *   balance is raised as a payment request to the partner's
      *   TV142 payee and bank account; a debit balance is carried
      *   to the next month.  The statement is printed from the
      *   ZBFS file, one line per fee or clawback and a total.
      *   A partner already settled for the month is not settled
      *   again.
      *
      *   Control totals:
      *     01  -  Partners read
      *     02  -  Partner statements produced
      *     03  -  Fees raised
      *     04  -  Fees clawed back
      *     05  -  Payment requests raised
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
      * 15/10/26  01/01   PH2671       Phi Tran - IT DEV                    *
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
           SELECT ZBFSPF               ASSIGN TO DATABASE-ZBFSPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZBFSPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZBFSPF-REC.
       01  ZBFSPF-REC.
           COPY DDS-ALL-FORMATS            OF ZBFSPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5438'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-ITEM-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZBCP-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-PTRN-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-LINS-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZBFE-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-TV143-FOUND            PIC X(01) VALUE 'N'.
       01  WSAA-TV098-FOUND            PIC X(01) VALUE 'N'.
       01  WSAA-TV098-TRCDE            PIC X(04) VALUE SPACES.
       01  WSAA-ISS-FOUND              PIC X(01) VALUE 'N'.
       01  WSAA-CLAWED                 PIC X(01) VALUE 'N'.
       01  WSAA-ACTIVITY               PIC X(01) VALUE 'N'.
       01  WSAA-RUN-DATE               PIC 9(08) VALUE 0.
       01  WSAA-RUN-DATE-X REDEFINES WSAA-RUN-DATE
                                       PIC X(08).
      *
       01  WSAA-STMT-YM.
           03  WSAA-STMT-YY            PIC 9(04).
           03  WSAA-STMT-MM            PIC 9(02).
       01  WSAA-STMT-YM-N REDEFINES WSAA-STMT-YM
                                       PIC 9(06).
      *
       01  WSAA-PREV-YM.
           03  WSAA-PREV-YY            PIC 9(04).
           03  WSAA-PREV-MM            PIC 9(02).
       01  WSAA-PREV-YM-N REDEFINES WSAA-PREV-YM
                                       PIC 9(06).
      *
       01  WSAA-OCC-DATE               PIC 9(08) VALUE 0.
       01  WSAA-OCC-DATE-R REDEFINES WSAA-OCC-DATE.
           03  WSAA-OCC-YY             PIC 9(04).
           03  WSAA-OCC-MM             PIC 9(02).
           03  WSAA-OCC-DD             PIC 9(02).
      *
       01  WSAA-EFF-DATE               PIC 9(08) VALUE 0.
       01  WSAA-EFF-DATE-R REDEFINES WSAA-EFF-DATE.
           03  WSAA-EFF-YY             PIC 9(04).
           03  WSAA-EFF-MM             PIC 9(02).
           03  WSAA-EFF-DD             PIC 9(02).
      *
       01  WSAA-FREQ-X                 PIC X(02) VALUE SPACES.
       01  WSAA-FREQ REDEFINES WSAA-FREQ-X
                                       PIC 9(02).
      *
      *  The partner master items, loaded at the start.
      *
       01  WSAA-PTN-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-PTN-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-PTN-TABLE.
           03  WSAA-PTN-CODE           PIC X(04) OCCURS 500.
       01  WSAA-PARTNER                PIC X(04) VALUE SPACES.
      *
      *  The contract in hand.
      *
       01  WSAA-CHDRNUM                PIC X(08) VALUE SPACES.
       01  WSAA-CNTTYPE                PIC X(03) VALUE SPACES.
       01  WSAA-ISS-TRANNO             PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-ANNPREM                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-MONTHS                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-POLYEAR                PIC 9(03) VALUE 0.
       01  WSAA-SUB                    PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-RATE                   PIC 9(03)V9(02) VALUE 0.
       01  WSAA-PCT                    PIC 9(03)V9(02) VALUE 0.
       01  WSAA-BASE                   PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-FEE                    PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-FEE-TYPE               PIC X(01) VALUE SPACES.
       01  WSAA-FEE-TRANNO             PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-FEE-TRCDE              PIC X(04) VALUE SPACES.
       01  WSAA-FEES-TODATE            PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-CLW-TODATE             PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-JRNSEQ                 PIC S9(02) COMP-3 VALUE 0.
      *
      *  The clawback triggers found on the contract in the month.
      *
       01  WSAA-TRG-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-TRG-MAX                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-TRG-TABLE.
           03  WSAA-TRG-ENT            OCCURS 10.
               05  WSAA-TRG-TRCDE      PIC X(04).
               05  WSAA-TRG-TRANNO     PIC S9(05) COMP-3.
               05  WSAA-TRG-EFF        PIC 9(08).
      *
      *  The partner's month.
      *
       01  WSAA-PTN-FEE                PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-PTN-CLW                PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-PTN-CNT                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-BFWD                   PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-PAYABLE                PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-CFWD                   PIC S9(11)V9(02) COMP-3 VALUE 0.
      *
       01  WSAA-STMT-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-PREQ-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-TOT-FEE                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-CLW                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-PAID               PIC S9(13)V9(02) COMP-3 VALUE 0.
      *
       01  WSAA-TV143-KEY.
           05  WSAA-TV143-PARTNER      PIC X(04).
           05  WSAA-TV143-CNTTYPE      PIC X(03).
      *
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  LINSRNLREC              PIC X(10) VALUE 'LINSRNLREC'.
           03  PREQREC                 PIC X(10) VALUE 'PREQREC'.
           03  PTRNENQREC              PIC X(10) VALUE 'PTRNENQREC'.
           03  ZBCPPTRREC              PIC X(10) VALUE 'ZBCPPTRREC'.
           03  ZBFEREC                 PIC X(10) VALUE 'ZBFEREC'.
           03  ZBPSREC                 PIC X(10) VALUE 'ZBPSREC'.
      *
       01  TABLES.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  TV098                   PIC X(06) VALUE 'TV098'.
           03  TV142                   PIC X(06) VALUE 'TV142'.
           03  TV143                   PIC X(06) VALUE 'TV143'.
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
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY ITEMSKM.
           COPY T5645REC.
           COPY TV098REC.
           COPY TV142REC.
           COPY TV143REC.
           COPY LIFACMVREC.
           COPY PZ438PAR.
      /
           COPY CHDRLNBSKM.
           COPY LINSRNLSKM.
           COPY PREQSKM.
           COPY PTRNENQSKM.
           COPY ZBCPPTRSKM.
           COPY ZBFESKM.
           COPY ZBPSSKM.
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
           MOVE BUPA-PARMAREA          TO PZ438-PARAMS.
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-RUN-DATE.
      *
      *  The settlement month, by default the one before the run.
      *
           IF  PZ438-RPTYEAR            > ZERO
           AND PZ438-RPTMONTH           > ZERO
               MOVE PZ438-RPTYEAR      TO WSAA-STMT-YY
               MOVE PZ438-RPTMONTH     TO WSAA-STMT-MM
           ELSE
               MOVE WSAA-RUN-DATE-X (1:6)
                                       TO WSAA-STMT-YM
               IF WSAA-STMT-MM          = 1
                  SUBTRACT 1         FROM WSAA-STMT-YY
                  MOVE 12              TO WSAA-STMT-MM
               ELSE
                  SUBTRACT 1         FROM WSAA-STMT-MM
               END-IF
           END-IF.
      *
           MOVE WSAA-STMT-YM           TO WSAA-PREV-YM.
           IF WSAA-PREV-MM              = 1
              SUBTRACT 1             FROM WSAA-PREV-YY
              MOVE 12                  TO WSAA-PREV-MM
           ELSE
              SUBTRACT 1             FROM WSAA-PREV-MM
           END-IF.
      *
      *  The fee and clawback sub-accounts.
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
      *  The partners to settle are the TV142 items.
      *
           MOVE ZEROES                 TO WSAA-PTN-MAX
                                          WSAA-PTN-IX.
           INITIALIZE                  WSAA-PTN-TABLE.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE TV142                  TO ITEM-ITEMTABL.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE BEGN                   TO ITEM-FUNCTION.
           MOVE 'N'                    TO WSAA-ITEM-EOF.
      *
           PERFORM 1100-LOAD-PARTNER
               UNTIL WSAA-ITEM-EOF      = 'Y'.
      *
           OPEN OUTPUT ZBFSPF.
      *
       1090-EXIT.
           EXIT.
      /
       1100-LOAD-PARTNER SECTION.
      ***************************
      *
       1110-READ.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND ENDP
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ITEM-STATUZ               = ENDP
           OR ITEM-ITEMCOY          NOT = BSPR-COMPANY
           OR ITEM-ITEMTABL         NOT = TV142
              MOVE 'Y'                 TO WSAA-ITEM-EOF
              GO TO 1190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ITEM-FUNCTION.
      *
           IF WSAA-PTN-MAX          NOT < 500
              MOVE 'BOMB'              TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-PTN-MAX.
           MOVE ITEM-ITEMITEM          TO WSAA-PTN-CODE (WSAA-PTN-MAX).
      *
       1190-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           ADD 1                       TO WSAA-PTN-IX.
      *
           IF WSAA-PTN-IX               > WSAA-PTN-MAX
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
           MOVE WSAA-PTN-CODE (WSAA-PTN-IX)
                                       TO WSAA-PARTNER.
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
      *
      *  A partner's month is settled once.
      *
           INITIALIZE                  ZBPS-PARAMS.
           MOVE BSPR-COMPANY           TO ZBPS-PARTCOY.
           MOVE WSAA-PARTNER           TO ZBPS-PARTNER.
           MOVE WSAA-STMT-YM-N         TO ZBPS-STMTYM.
           MOVE ZBPSREC                TO ZBPS-FORMAT.
           MOVE READR                  TO ZBPS-FUNCTION.
      *
           CALL 'ZBPSIO'            USING ZBPS-PARAMS.
      *
           IF ZBPS-STATUZ           NOT = O-K AND MRNF
              MOVE ZBPS-STATUZ         TO SYSR-STATUZ
              MOVE ZBPS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZBPS-STATUZ               = O-K
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           PERFORM 2600-READ-PARTNER.
      *
       2590-EXIT.
           EXIT.
      /
       2600-READ-PARTNER SECTION.
      ***************************
      *
       2610-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE TV142                  TO ITEM-ITEMTABL.
           MOVE WSAA-PARTNER           TO ITEM-ITEMITEM.
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
           MOVE ITEM-GENAREA           TO TV142-TV142-REC.
      *
       2690-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE ZEROES                 TO WSAA-PTN-FEE
                                          WSAA-PTN-CLW
                                          WSAA-PTN-CNT.
      *
      *  The partner's contracts, then its settlement.
      *
           MOVE 'N'                    TO WSAA-ZBCP-EOF.
      *
           INITIALIZE                  ZBCPPTR-PARAMS.
           MOVE BSPR-COMPANY           TO ZBCPPTR-CHDRCOY.
           MOVE WSAA-PARTNER           TO ZBCPPTR-PARTNER.
           MOVE ZBCPPTRREC             TO ZBCPPTR-FORMAT.
           MOVE BEGN                   TO ZBCPPTR-FUNCTION.
      *
           PERFORM 3100-READ-ZBCP
               UNTIL WSAA-ZBCP-EOF      = 'Y'.
      *
           PERFORM 3850-SETTLE.
      *
           ADD 1                       TO WSAA-STMT-CNT.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
           EXIT.
      /
       3100-READ-ZBCP SECTION.
      ************************
      *
       3110-READ.
      *
           CALL 'ZBCPPTRIO'         USING ZBCPPTR-PARAMS.
      *
           IF ZBCPPTR-STATUZ        NOT = O-K AND ENDP
              MOVE ZBCPPTR-STATUZ      TO SYSR-STATUZ
              MOVE ZBCPPTR-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZBCPPTR-STATUZ            = ENDP
           OR ZBCPPTR-CHDRCOY       NOT = BSPR-COMPANY
           OR ZBCPPTR-PARTNER       NOT = WSAA-PARTNER
              MOVE 'Y'                 TO WSAA-ZBCP-EOF
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZBCPPTR-FUNCTION.
           MOVE ZBCPPTR-CHDRNUM        TO WSAA-CHDRNUM.
      *
           PERFORM 3200-CONTRACT.
      *
           IF WSAA-ACTIVITY             = 'Y'
              ADD 1                    TO WSAA-PTN-CNT
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-CONTRACT SECTION.
      ***********************
      *
       3210-START.
      *
           MOVE 'N'                    TO WSAA-ACTIVITY.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE BSPR-COMPANY           TO CHDRLNB-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO CHDRLNB-CHDRNUM.
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
      *  Nothing is due on a proposal not yet issued.
      *
           IF CHDRLNB-STATUZ            = MRNF
           OR CHDRLNB-STATCODE          = 'IP'
              GO TO 3290-EXIT
           END-IF.
      *
           MOVE CHDRLNB-CNTTYPE        TO WSAA-CNTTYPE.
           MOVE CHDRLNB-OCCDATE        TO WSAA-OCC-DATE.
      *
           PERFORM 3250-READ-TV143.
      *
           IF WSAA-TV143-FOUND      NOT = 'Y'
              GO TO 3290-EXIT
           END-IF.
      *
      *  The month's issue and clawback transactions.
      *
           PERFORM 3300-SCAN-PTRN.
      *
           IF TV143-FEEBASIS            = 'C'
              PERFORM 3450-COLLECTED-FEES
           ELSE
              PERFORM 3400-ISSUED-FEE
           END-IF.
      *
           PERFORM 3800-CLAWBACK
               VARYING WSAA-TRG-IX FROM 1 BY 1
               UNTIL WSAA-TRG-IX        > WSAA-TRG-MAX.
      *
       3290-EXIT.
           EXIT.
      /
       3250-READ-TV143 SECTION.
      *************************
      *
       3251-START.
      *
      *  The partner's rates for the product, else its rates for
      *  every other product.
      *
           MOVE 'N'                    TO WSAA-TV143-FOUND.
           MOVE WSAA-PARTNER           TO WSAA-TV143-PARTNER.
           MOVE WSAA-CNTTYPE           TO WSAA-TV143-CNTTYPE.
      *
           PERFORM 3255-READ-ITEM.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE '***'               TO WSAA-TV143-CNTTYPE
              PERFORM 3255-READ-ITEM
           END-IF.
      *
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TV143-TV143-REC
              MOVE 'Y'                 TO WSAA-TV143-FOUND
           END-IF.
      *
       3254-EXIT.
           EXIT.
      /
       3255-READ-ITEM SECTION.
      ************************
      *
       3256-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE TV143                  TO ITEM-ITEMTABL.
           MOVE WSAA-TV143-KEY         TO ITEM-ITEMITEM.
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
       3259-EXIT.
           EXIT.
      /
       3300-SCAN-PTRN SECTION.
      ************************
      *
       3310-START.
      *
           MOVE 'N'                    TO WSAA-ISS-FOUND.
           MOVE ZEROES                 TO WSAA-ISS-TRANNO
                                          WSAA-TRG-MAX.
           INITIALIZE                  WSAA-TRG-TABLE.
           MOVE 'N'                    TO WSAA-PTRN-EOF.
      *
           INITIALIZE                  PTRNENQ-PARAMS.
           MOVE BSPR-COMPANY           TO PTRNENQ-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO PTRNENQ-CHDRNUM.
           MOVE ZERO                   TO PTRNENQ-TRANNO.
           MOVE PTRNENQREC             TO PTRNENQ-FORMAT.
           MOVE BEGN                   TO PTRNENQ-FUNCTION.
      *
           PERFORM 3350-READ-PTRN
               UNTIL WSAA-PTRN-EOF      = 'Y'.
      *
       3390-EXIT.
           EXIT.
      /
       3350-READ-PTRN SECTION.
      ************************
      *
       3351-READ.
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
           OR PTRNENQ-CHDRCOY       NOT = BSPR-COMPANY
           OR PTRNENQ-CHDRNUM       NOT = WSAA-CHDRNUM
              MOVE 'Y'                 TO WSAA-PTRN-EOF
              GO TO 3359-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO PTRNENQ-FUNCTION.
           MOVE PTRNENQ-PTRNEFF        TO WSAA-EFF-DATE.
      *
           IF  WSAA-EFF-YY          NOT = WSAA-STMT-YY
           OR  WSAA-EFF-MM          NOT = WSAA-STMT-MM
               GO TO 3359-EXIT
           END-IF.
      *
           IF  PTRNENQ-BATCTRCDE (1:4)  = PZ438-ISSTRCD
           AND PZ438-ISSTRCD        NOT = SPACES
               MOVE 'Y'                TO WSAA-ISS-FOUND
               MOVE PTRNENQ-TRANNO     TO WSAA-ISS-TRANNO
               GO TO 3359-EXIT
           END-IF.
      *
      *  Only transaction codes with a TV098 item claw back.
      *
           MOVE PTRNENQ-BATCTRCDE (1:4)
                                       TO WSAA-TV098-TRCDE.
           PERFORM 3820-READ-TV098.
      *
           IF  WSAA-TV098-FOUND         = 'Y'
           AND WSAA-TRG-MAX             < 10
               ADD 1                   TO WSAA-TRG-MAX
               MOVE PTRNENQ-BATCTRCDE (1:4)
                                       TO WSAA-TRG-TRCDE (WSAA-TRG-MAX)
               MOVE PTRNENQ-TRANNO     TO WSAA-TRG-TRANNO (WSAA-TRG-MAX)
               MOVE WSAA-EFF-DATE      TO WSAA-TRG-EFF (WSAA-TRG-MAX)
           END-IF.
      *
       3359-EXIT.
           EXIT.
      /
       3400-ISSUED-FEE SECTION.
      *************************
      *
       3410-START.
      *
      *  The annualised premium, at issue for the first policy
      *  year and at each anniversary after while in force.
      *
           IF WSAA-ISS-FOUND            = 'Y'
              MOVE 1                   TO WSAA-POLYEAR
              MOVE WSAA-ISS-TRANNO     TO WSAA-FEE-TRANNO
              MOVE PZ438-ISSTRCD       TO WSAA-FEE-TRCDE
           ELSE
              IF  WSAA-OCC-MM           = WSAA-STMT-MM
              AND WSAA-OCC-YY           < WSAA-STMT-YY
              AND CHDRLNB-STATCODE      = 'IF'
                  COMPUTE WSAA-POLYEAR  = WSAA-STMT-YY
                                        - WSAA-OCC-YY + 1
                  MOVE CHDRLNB-TRANNO  TO WSAA-FEE-TRANNO
                  MOVE SPACES          TO WSAA-FEE-TRCDE
              ELSE
                  GO TO 3490-EXIT
              END-IF
           END-IF.
      *
           MOVE CHDRLNB-BILLFREQ (1:2) TO WSAA-FREQ-X.
      *
           IF  WSAA-FREQ-X          IS NUMERIC
           AND WSAA-FREQ                > ZERO
               COMPUTE WSAA-ANNPREM     = CHDRLNB-SINSTAMT06
                                        * WSAA-FREQ
           ELSE
               MOVE CHDRLNB-SINSTAMT06 TO WSAA-ANNPREM
           END-IF.
      *
           MOVE WSAA-ANNPREM           TO WSAA-BASE.
           MOVE 'I'                    TO WSAA-FEE-TYPE.
      *
           PERFORM 3470-RATE.
      *
           IF WSAA-RATE                 > ZERO
              PERFORM 3700-RAISE-FEE
           END-IF.
      *
       3490-EXIT.
           EXIT.
      /
       3450-COLLECTED-FEES SECTION.
      *****************************
      *
       3451-START.
      *
           MOVE 'N'                    TO WSAA-LINS-EOF.
      *
           INITIALIZE                  LINSRNL-PARAMS.
           MOVE BSPR-COMPANY           TO LINSRNL-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO LINSRNL-CHDRNUM.
           MOVE LINSRNLREC             TO LINSRNL-FORMAT.
           MOVE BEGN                   TO LINSRNL-FUNCTION.
      *
           PERFORM 3460-READ-LINS
               UNTIL WSAA-LINS-EOF      = 'Y'.
      *
       3459-EXIT.
           EXIT.
      /
       3460-READ-LINS SECTION.
      ************************
      *
       3461-READ.
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
           OR LINSRNL-CHDRCOY       NOT = BSPR-COMPANY
           OR LINSRNL-CHDRNUM       NOT = WSAA-CHDRNUM
              MOVE 'Y'                 TO WSAA-LINS-EOF
              GO TO 3469-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO LINSRNL-FUNCTION.
      *
      *  The instalments collected in the month, dated by their
      *  collection transaction; top-ups earn no fee.
      *
           IF LINSRNL-PAYFLAG       NOT = 'P'
           OR LINSRNL-INSTTYPE          = 'T'
              GO TO 3469-EXIT
           END-IF.
      *
           PERFORM 3465-COLLECTION-DATE.
      *
           IF WSAA-EFF-DATE             = ZEROES
           OR WSAA-EFF-YY           NOT = WSAA-STMT-YY
           OR WSAA-EFF-MM           NOT = WSAA-STMT-MM
              GO TO 3469-EXIT
           END-IF.
      *
           COMPUTE WSAA-MONTHS =
                  ((WSAA-EFF-YY - WSAA-OCC-YY) * 12)
                  + WSAA-EFF-MM - WSAA-OCC-MM.
           IF WSAA-MONTHS               < ZERO
              MOVE ZERO                TO WSAA-MONTHS
           END-IF.
           COMPUTE WSAA-POLYEAR         = (WSAA-MONTHS / 12) + 1.
      *
           MOVE LINSRNL-CBILLAMT       TO WSAA-BASE.
           MOVE LINSRNL-TRANNO         TO WSAA-FEE-TRANNO.
           MOVE LINSRNL-TRANSCODE (1:4)
                                       TO WSAA-FEE-TRCDE.
           MOVE 'C'                    TO WSAA-FEE-TYPE.
      *
           PERFORM 3470-RATE.
      *
           IF WSAA-RATE                 > ZERO
              PERFORM 3700-RAISE-FEE
           END-IF.
      *
       3469-EXIT.
           EXIT.
      /
       3465-COLLECTION-DATE SECTION.
      ******************************
      *
       3466-START.
      *
      *  The effective date of the transaction that collected the
      *  instalment.  None found - the instalment is left out.
      *
           MOVE ZEROES                 TO WSAA-EFF-DATE.
      *
           INITIALIZE                  PTRNENQ-PARAMS.
           MOVE BSPR-COMPANY           TO PTRNENQ-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO PTRNENQ-CHDRNUM.
           MOVE LINSRNL-TRANNO         TO PTRNENQ-TRANNO.
           MOVE PTRNENQREC             TO PTRNENQ-FORMAT.
           MOVE READR                  TO PTRNENQ-FUNCTION.
      *
           CALL 'PTRNENQIO'         USING PTRNENQ-PARAMS.
      *
           IF PTRNENQ-STATUZ        NOT = O-K AND MRNF
              MOVE PTRNENQ-STATUZ      TO SYSR-STATUZ
              MOVE PTRNENQ-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF PTRNENQ-STATUZ            = O-K
              MOVE PTRNENQ-PTRNEFF     TO WSAA-EFF-DATE
           END-IF.
      *
       3468-EXIT.
           EXIT.
      /
       3470-RATE SECTION.
      *******************
      *
       3471-START.
      *
      *  The rate of the first band reaching the policy year;
      *  beyond the last band no fee is due.
      *
           MOVE ZEROES                 TO WSAA-RATE.
      *
           PERFORM 3480-RATE-BAND
               VARYING WSAA-SUB FROM 5 BY -1
               UNTIL WSAA-SUB           < 1.
      *
       3479-EXIT.
           EXIT.
      /
       3480-RATE-BAND SECTION.
      ************************
      *
       3481-START.
      *
           IF  TV143-TOYEAR (WSAA-SUB)
                                    NOT = ZEROES
           AND WSAA-POLYEAR         NOT > TV143-TOYEAR (WSAA-SUB)
               MOVE TV143-FEERATE (WSAA-SUB)
                                       TO WSAA-RATE
           END-IF.
      *
       3489-EXIT.
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
       3700-RAISE-FEE SECTION.
      ************************
      *
       3710-START.
      *
           COMPUTE WSAA-FEE ROUNDED     = WSAA-BASE
                                        * WSAA-RATE / 100.
      *
           IF WSAA-FEE              NOT > ZERO
              GO TO 3790-EXIT
           END-IF.
      *
           PERFORM 3720-WRITE-LEDGER.
      *
           MOVE 1                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-01      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-01         TO LIFA-GLCODE.
           MOVE '-'                    TO LIFA-GLSIGN.
           MOVE 'BANCASSURANCE PARTNER FEE'
                                       TO LIFA-TRANDESC.
           PERFORM 3750-POST-ONE.
      *
           MOVE 2                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-02      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-02         TO LIFA-GLCODE.
           MOVE '+'                    TO LIFA-GLSIGN.
           MOVE 'BANCASSURANCE PARTNER FEE'
                                       TO LIFA-TRANDESC.
           PERFORM 3750-POST-ONE.
      *
           PERFORM 3900-PRINT-LINE.
      *
           ADD WSAA-FEE                TO WSAA-PTN-FEE
                                          WSAA-TOT-FEE.
           MOVE 'Y'                    TO WSAA-ACTIVITY.
      *
           MOVE CT03                   TO CONT-TOTNO.
           MOVE WSAA-FEE               TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3790-EXIT.
           EXIT.
      /
       3720-WRITE-LEDGER SECTION.
      ***************************
      *
       3721-START.
      *
           INITIALIZE                  ZBFE-PARAMS.
           MOVE BSPR-COMPANY           TO ZBFE-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO ZBFE-CHDRNUM.
           MOVE WSAA-PARTNER           TO ZBFE-PARTNER.
           MOVE WSAA-STMT-YM-N         TO ZBFE-STMTYM.
           MOVE WSAA-FEE-TYPE          TO ZBFE-FEETYPE.
           MOVE WSAA-POLYEAR           TO ZBFE-POLYEAR.
           MOVE WSAA-BASE              TO ZBFE-BASEPREM.
           MOVE WSAA-RATE              TO ZBFE-FEERATE.
           MOVE WSAA-FEE               TO ZBFE-FEEAMT.
           MOVE WSAA-FEE-TRANNO        TO ZBFE-TRANNO.
           MOVE WSAA-FEE-TRCDE         TO ZBFE-TRCDE.
           MOVE WSAA-RUN-DATE          TO ZBFE-RUNDATE.
           MOVE ZBFEREC                TO ZBFE-FORMAT.
           MOVE WRITR                  TO ZBFE-FUNCTION.
      *
           CALL 'ZBFEIO'            USING ZBFE-PARAMS.
      *
           IF ZBFE-STATUZ           NOT = O-K
              MOVE ZBFE-STATUZ         TO SYSR-STATUZ
              MOVE ZBFE-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3729-EXIT.
           EXIT.
      /
       3750-POST-ONE SECTION.
      ***********************
      *
       3751-START.
      *
           MOVE BPRD-AUTH-CODE         TO LIFA-BATCKEY.
           MOVE 'PSTW'                 TO LIFA-FUNCTION.
           MOVE WSAA-CHDRNUM           TO LIFA-RDOCNUM.
           MOVE BSPR-COMPANY           TO LIFA-RLDGCOY.
           MOVE WSAA-PARTNER           TO LIFA-RLDGACCT.
           MOVE WSAA-FEE               TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE WSAA-CHDRNUM           TO LIFA-TRANREF.
           MOVE BSSC-EFFECTIVE-DATE    TO LIFA-EFFDATE
                                          LIFA-TRANSACTION-DATE.
           MOVE WSAA-FEE-TRANNO        TO LIFA-TRANNO.
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
       3759-EXIT.
           EXIT.
      /
       3800-CLAWBACK SECTION.
      ***********************
      *
       3810-START.
      *
      *  Months in force at the trigger, and the band percentage;
      *  beyond the last band nothing is recoverable.
      *
           MOVE WSAA-TRG-EFF (WSAA-TRG-IX)
                                       TO WSAA-EFF-DATE.
           MOVE WSAA-TRG-TRCDE (WSAA-TRG-IX)
                                       TO WSAA-TV098-TRCDE.
      *
           PERFORM 3820-READ-TV098.
      *
           COMPUTE WSAA-MONTHS =
                  ((WSAA-EFF-YY - WSAA-OCC-YY) * 12)
                  + WSAA-EFF-MM - WSAA-OCC-MM.
      *
           MOVE ZEROES                 TO WSAA-PCT.
      *
           PERFORM 3825-CLAW-BAND
               VARYING WSAA-SUB FROM 4 BY -1
               UNTIL WSAA-SUB           < 1.
      *
           IF WSAA-PCT                  = ZEROES
              GO TO 3819-EXIT
           END-IF.
      *
      *  The fees paid to the partner on the contract and what
      *  has been recovered; a trigger already recovered is not
      *  recovered again.
      *
           MOVE ZEROES                 TO WSAA-FEES-TODATE
                                          WSAA-CLW-TODATE.
           MOVE 'N'                    TO WSAA-CLAWED.
           MOVE 'N'                    TO WSAA-ZBFE-EOF.
      *
           INITIALIZE                  ZBFE-PARAMS.
           MOVE BSPR-COMPANY           TO ZBFE-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO ZBFE-CHDRNUM.
           MOVE ZBFEREC                TO ZBFE-FORMAT.
           MOVE BEGN                   TO ZBFE-FUNCTION.
      *
           PERFORM 3830-READ-ZBFE
               UNTIL WSAA-ZBFE-EOF      = 'Y'.
      *
           IF WSAA-CLAWED               = 'Y'
              GO TO 3819-EXIT
           END-IF.
      *
           COMPUTE WSAA-FEE ROUNDED     = (WSAA-FEES-TODATE
                                        * WSAA-PCT / 100)
                                        - WSAA-CLW-TODATE.
      *
           IF WSAA-FEE              NOT > ZERO
              GO TO 3819-EXIT
           END-IF.
      *
           MOVE 'K'                    TO WSAA-FEE-TYPE.
           MOVE WSAA-TRG-TRANNO (WSAA-TRG-IX)
                                       TO WSAA-FEE-TRANNO.
           MOVE WSAA-TRG-TRCDE (WSAA-TRG-IX)
                                       TO WSAA-FEE-TRCDE.
           MOVE WSAA-FEES-TODATE       TO WSAA-BASE.
           MOVE WSAA-PCT               TO WSAA-RATE.
           COMPUTE WSAA-POLYEAR         = (WSAA-MONTHS / 12) + 1.
      *
           PERFORM 3720-WRITE-LEDGER.
      *
           MOVE 1                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-03      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-03      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-03         TO LIFA-GLCODE.
           MOVE '-'                    TO LIFA-GLSIGN.
           MOVE 'PARTNER FEE CLAWBACK' TO LIFA-TRANDESC.
           PERFORM 3750-POST-ONE.
      *
           MOVE 2                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-04      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-04      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-04         TO LIFA-GLCODE.
           MOVE '+'                    TO LIFA-GLSIGN.
           MOVE 'PARTNER FEE CLAWBACK' TO LIFA-TRANDESC.
           PERFORM 3750-POST-ONE.
      *
           PERFORM 3900-PRINT-LINE.
      *
           ADD WSAA-FEE                TO WSAA-PTN-CLW
                                          WSAA-TOT-CLW.
           MOVE 'Y'                    TO WSAA-ACTIVITY.
      *
           MOVE CT04                   TO CONT-TOTNO.
           MOVE WSAA-FEE               TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3819-EXIT.
           EXIT.
      /
       3820-READ-TV098 SECTION.
      *************************
      *
       3821-START.
      *
           MOVE 'N'                    TO WSAA-TV098-FOUND.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV098                  TO ITEM-ITEMTABL.
           MOVE WSAA-TV098-TRCDE       TO ITEM-ITEMITEM.
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
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TV098-TV098-REC
              MOVE 'Y'                 TO WSAA-TV098-FOUND
           END-IF.
      *
       3824-EXIT.
           EXIT.
      /
       3825-CLAW-BAND SECTION.
      ************************
      *
       3826-START.
      *
           IF  TV098-MONTHS (WSAA-SUB)
                                    NOT = ZEROES
           AND WSAA-MONTHS          NOT > TV098-MONTHS (WSAA-SUB)
               MOVE TV098-PCT (WSAA-SUB)
                                       TO WSAA-PCT
           END-IF.
      *
       3829-EXIT.
           EXIT.
      /
       3830-READ-ZBFE SECTION.
      ************************
      *
       3831-READ.
      *
           CALL 'ZBFEIO'            USING ZBFE-PARAMS.
      *
           IF ZBFE-STATUZ           NOT = O-K AND ENDP
              MOVE ZBFE-STATUZ         TO SYSR-STATUZ
              MOVE ZBFE-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZBFE-STATUZ               = ENDP
           OR ZBFE-CHDRCOY          NOT = BSPR-COMPANY
           OR ZBFE-CHDRNUM          NOT = WSAA-CHDRNUM
              MOVE 'Y'                 TO WSAA-ZBFE-EOF
              GO TO 3839-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZBFE-FUNCTION.
      *
           IF ZBFE-PARTNER          NOT = WSAA-PARTNER
              GO TO 3839-EXIT
           END-IF.
      *
           IF ZBFE-FEETYPE              = 'K'
              ADD ZBFE-FEEAMT          TO WSAA-CLW-TODATE
              IF ZBFE-TRANNO            = WSAA-TRG-TRANNO (WSAA-TRG-IX)
                 MOVE 'Y'              TO WSAA-CLAWED
              END-IF
           ELSE
              ADD ZBFE-FEEAMT          TO WSAA-FEES-TODATE
           END-IF.
      *
       3839-EXIT.
           EXIT.
      /
       3850-SETTLE SECTION.
      *********************
      *
       3851-START.
      *
      *  The debt carried from the month before comes off first.
      *
           MOVE ZEROES                 TO WSAA-BFWD.
      *
           INITIALIZE                  ZBPS-PARAMS.
           MOVE BSPR-COMPANY           TO ZBPS-PARTCOY.
           MOVE WSAA-PARTNER           TO ZBPS-PARTNER.
           MOVE WSAA-PREV-YM-N         TO ZBPS-STMTYM.
           MOVE ZBPSREC                TO ZBPS-FORMAT.
           MOVE READR                  TO ZBPS-FUNCTION.
      *
           CALL 'ZBPSIO'            USING ZBPS-PARAMS.
      *
           IF ZBPS-STATUZ           NOT = O-K AND MRNF
              MOVE ZBPS-STATUZ         TO SYSR-STATUZ
              MOVE ZBPS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZBPS-STATUZ               = O-K
              MOVE ZBPS-CFWDDEBT       TO WSAA-BFWD
           END-IF.
      *
           COMPUTE WSAA-PAYABLE         = WSAA-PTN-FEE
                                        - WSAA-PTN-CLW
                                        - WSAA-BFWD.
      *
           IF WSAA-PAYABLE              > ZERO
              MOVE ZEROES              TO WSAA-CFWD
              PERFORM 3870-RAISE-PREQ
           ELSE
              COMPUTE WSAA-CFWD         = ZERO - WSAA-PAYABLE
              MOVE ZEROES              TO WSAA-PAYABLE
           END-IF.
      *
           INITIALIZE                  ZBPS-PARAMS.
           MOVE BSPR-COMPANY           TO ZBPS-PARTCOY.
           MOVE WSAA-PARTNER           TO ZBPS-PARTNER.
           MOVE WSAA-STMT-YM-N         TO ZBPS-STMTYM.
           MOVE WSAA-PTN-FEE           TO ZBPS-FEEAMT.
           MOVE WSAA-PTN-CLW           TO ZBPS-CLWAMT.
           MOVE WSAA-BFWD              TO ZBPS-BFWDDEBT.
           MOVE WSAA-PAYABLE           TO ZBPS-PAYABLE.
           MOVE WSAA-CFWD              TO ZBPS-CFWDDEBT.
           MOVE WSAA-PTN-CNT           TO ZBPS-CNTCNT.
           MOVE WSAA-RUN-DATE          TO ZBPS-RUNDATE.
           MOVE ZBPSREC                TO ZBPS-FORMAT.
           MOVE WRITR                  TO ZBPS-FUNCTION.
      *
           CALL 'ZBPSIO'            USING ZBPS-PARAMS.
      *
           IF ZBPS-STATUZ           NOT = O-K
              MOVE ZBPS-STATUZ         TO SYSR-STATUZ
              MOVE ZBPS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  The statement total.
      *
           MOVE SPACES                 TO ZBFSPF-REC.
           MOVE WSAA-PARTNER           TO PARTNER   OF ZBFSPF.
           MOVE WSAA-STMT-YM-N         TO STMTYM    OF ZBFSPF.
           MOVE 'T'                    TO LINETYP   OF ZBFSPF.
           MOVE WSAA-PTN-FEE           TO FEEAMT    OF ZBFSPF.
           MOVE WSAA-PTN-CLW           TO CLWAMT    OF ZBFSPF.
           MOVE WSAA-BFWD              TO BFWDDEBT  OF ZBFSPF.
           MOVE WSAA-PAYABLE           TO PAYABLE   OF ZBFSPF.
           MOVE WSAA-CFWD              TO CFWDDEBT  OF ZBFSPF.
           MOVE WSAA-PTN-CNT           TO CNTCNT    OF ZBFSPF.
           MOVE ZEROES                 TO BASEPREM  OF ZBFSPF
                                          FEERATE   OF ZBFSPF
                                          POLYEAR   OF ZBFSPF.
           MOVE WSAA-RUN-DATE          TO REPDATE   OF ZBFSPF.
      *
           WRITE ZBFSPF-REC.
      *
       3859-EXIT.
           EXIT.
      /
       3870-RAISE-PREQ SECTION.
      *************************
      *
       3871-START.
      *
      *  The net fee is paid to the partner's payee and account.
      *
           INITIALIZE                  PREQ-PARAMS.
           MOVE 'BP'                   TO PREQ-RDOCPFX.
           MOVE BSPR-COMPANY           TO PREQ-RDOCCOY.
           MOVE WSAA-PARTNER           TO PREQ-RDOCNUM.
           MOVE WSAA-PARTNER           TO PREQ-RLDGACCT.
           MOVE T5645-SACSCODE-02      TO PREQ-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO PREQ-SACSTYP.
           MOVE TV142-PAYEENME         TO PREQ-PAYEENME.
           MOVE TV142-BANKKEY          TO PREQ-BANKKEY.
           MOVE TV142-BANKACCKEY       TO PREQ-BANKACCKEY.
           MOVE TV142-PAYMMETH         TO PREQ-PAYMMETH.
           MOVE TV142-PAYCURR          TO PREQ-PAYCURR.
           MOVE WSAA-PAYABLE           TO PREQ-PYMT.
           MOVE 'RQ'                   TO PREQ-PAYSTAT.
           MOVE WSAA-RUN-DATE          TO PREQ-REQDATE.
           MOVE BSSC-INIT-BRANCH       TO PREQ-BRANCH.
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
           ADD 1                       TO WSAA-PREQ-CNT.
           ADD WSAA-PAYABLE            TO WSAA-TOT-PAID.
      *
           MOVE CT05                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3879-EXIT.
           EXIT.
      /
       3900-PRINT-LINE SECTION.
      *************************
      *
       3910-START.
      *
           MOVE SPACES                 TO ZBFSPF-REC.
           MOVE WSAA-PARTNER           TO PARTNER   OF ZBFSPF.
           MOVE WSAA-STMT-YM-N         TO STMTYM    OF ZBFSPF.
           MOVE 'D'                    TO LINETYP   OF ZBFSPF.
           MOVE WSAA-CHDRNUM           TO CHDRNUM   OF ZBFSPF.
           MOVE WSAA-CNTTYPE           TO CNTTYPE   OF ZBFSPF.
           MOVE WSAA-FEE-TYPE          TO FEETYPE   OF ZBFSPF.
           MOVE WSAA-POLYEAR           TO POLYEAR   OF ZBFSPF.
           MOVE WSAA-BASE              TO BASEPREM  OF ZBFSPF.
           MOVE WSAA-RATE              TO FEERATE   OF ZBFSPF.
           MOVE ZEROES                 TO FEEAMT    OF ZBFSPF
                                          CLWAMT    OF ZBFSPF
                                          BFWDDEBT  OF ZBFSPF
                                          PAYABLE   OF ZBFSPF
                                          CFWDDEBT  OF ZBFSPF
                                          CNTCNT    OF ZBFSPF.
      *
           IF WSAA-FEE-TYPE             = 'K'
              MOVE WSAA-FEE            TO CLWAMT    OF ZBFSPF
           ELSE
              MOVE WSAA-FEE            TO FEEAMT    OF ZBFSPF
           END-IF.
      *
           MOVE WSAA-RUN-DATE          TO REPDATE   OF ZBFSPF.
      *
           WRITE ZBFSPF-REC.
      *
       3990-EXIT.
           EXIT.
      /
       4000-CLOSE SECTION.
      ********************
      *
       4010-CLOSE-FILES.
      *
           CLOSE ZBFSPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5438 BANCASSURANCE PARTNER FEE SETTLEMENT'.
           DISPLAY 'SETTLEMENT MONTH..........: ' WSAA-STMT-YM.
           DISPLAY 'PARTNER STATEMENTS........: ' WSAA-STMT-CNT.
           DISPLAY 'FEES RAISED...............: ' WSAA-TOT-FEE.
           DISPLAY 'FEES CLAWED BACK..........: ' WSAA-TOT-CLW.
           DISPLAY 'PAYMENT REQUESTS..........: ' WSAA-PREQ-CNT.
           DISPLAY 'AMOUNT REQUESTED..........: ' WSAA-TOT-PAID.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
