      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5455.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   WEEKLY LAPSE-RISK CONSERVATION WORKLIST.
      *
      *   By the time B5354's final overdue notice goes out it is
      *   usually too late to save the policy.  This job scores
      *   every in-force contract each week on the warning signs
      *   already held on the system and puts the high-risk ones
      *   on the ZLRW conservation worklist for the servicing agent
      *   to contact; P5405 records the outcome of each contact and
      *   B5456 reports the premium retained each month.
      *
      *   The whole contract book is swept through CHDRLIF; only
      *   the T5679 risk statuses (item key = BPRD-AUTH-CODE) are
      *   scored.  Each signal seen within the look-back period
      *   (PZ449, default 90 days) adds its TV157 weight, once per
      *   signal however often it occurs:
      *
      *     - transactions on the policy transaction history: the
      *       TV157 item is the transaction code, TV157-SIGNAL the
      *       signal it counts as (premium holiday P5357, partial
      *       withdrawal P5375, change of payer, billing frequency
      *       downgrade - whichever codes are set up);
      *     - item 'DISH' - a direct-debit dishonour on DDSURNL;
      *     - item 'CMPL' - an open regulatory complaint on ZSRQ
      *       against the contract;
      *     - item 'RTML' - the contract address is flagged as
      *       returned mail (P5369).
      *
      *   A contract scoring at or above the threshold (PZ449,
      *   default 50) is listed.  The worklist entry goes to the
      *   servicing agent; a contract whose agent is missing or
      *   terminated is orphaned and goes to the orphan-care team
      *   agent number on PZ449.  A contract already open on the
      *   worklist has its score, signals, premium and assignment
      *   refreshed rather than being listed twice; one whose last
      *   entry was closed within the look-back period is not
      *   listed again for the same signals.
      *
      *   Control totals:
      *     01  -  Contracts read
      *     02  -  Contracts newly listed
      *     03  -  Open entries refreshed
      *     04  -  Entries assigned to orphan care
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
      * 15/10/26  01/01   PH2686       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.                                IBM-AS400.
       OBJECT-COMPUTER.                                IBM-AS400.
      /
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5455'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-EOF                    PIC X(01) VALUE 'N'.
       01  WSAA-STAT-OK                PIC X(01) VALUE 'N'.
       01  WSAA-FOUND                  PIC X(01) VALUE 'N'.
       01  WSAA-RECENT-CLOSE           PIC X(01) VALUE 'N'.
       01  WSAA-OPEN-WLDATE            PIC 9(08) VALUE 0.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
      *
       01  WSAA-LOOKBACK               PIC 9(03) VALUE 90.
       01  WSAA-THRESHOLD              PIC 9(03) VALUE 50.
       01  WSAA-WINDOW-START           PIC 9(08) VALUE 0.
       01  WSAA-DTETRM                 PIC 9(08) VALUE 0.
      *
       01  WSAA-BILLFREQ               PIC X(02) VALUE SPACES.
       01  WSAA-BILLFREQ-9             REDEFINES WSAA-BILLFREQ
                                       PIC 9(02).
      *
      *  Weights of the signals that do not come from the
      *  transaction history.
      *
       01  WSAA-TV157-KEY              PIC X(08) VALUE SPACES.
       01  WSAA-DISH-WEIGHT            PIC 9(03) VALUE 0.
       01  WSAA-CMPL-WEIGHT            PIC 9(03) VALUE 0.
       01  WSAA-RTML-WEIGHT            PIC 9(03) VALUE 0.
      *
      *  This contract's score and the signals behind it.
      *
       01  WSAA-SCORE                  PIC 9(03) VALUE 0.
       01  WSAA-ADD-SIGNAL             PIC X(04) VALUE SPACES.
       01  WSAA-ADD-WEIGHT             PIC 9(03) VALUE 0.
       01  WSAA-SIG-CNT                PIC 9(02) VALUE 0.
       01  WSAA-SIGNALS.
           03  WSAA-SIG-ENT            OCCURS 8 TIMES.
               05  WSAA-SIG-CODE       PIC X(04).
               05  FILLER              PIC X(01).
      *
       01  WSAA-ANNPREM                PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-AGNTNUM                PIC X(08) VALUE SPACES.
       01  WSAA-ORPHAN                 PIC X(01) VALUE 'N'.
      *
      *  Contracts with an open regulatory complaint.
      *
       01  WSAA-CMPL-IX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-CMPL-MAX               PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-CMPL-TABLE.
           03  WSAA-CMPL-CHDRNUM       PIC X(08) OCCURS 2000 TIMES.
      *
       01  WSAA-NEW-CNT                PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-REFRESH-CNT            PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-ORPHAN-CNT             PIC 9(07) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  AGLFREC                 PIC X(10) VALUE 'AGLFREC'.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  DDSURNLREC              PIC X(10) VALUE 'DDSURNLREC'.
           03  HPADREC                 PIC X(10) VALUE 'HPADREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  PTRNENQREC              PIC X(10) VALUE 'PTRNENQREC'.
           03  ZLRWREC                 PIC X(10) VALUE 'ZLRWREC'.
           03  ZSRQREC                 PIC X(10) VALUE 'ZSRQREC'.
      *
       01  TABLES.
           03  T5679                   PIC X(06) VALUE 'T5679'.
           03  TV157                   PIC X(06) VALUE 'TV157'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY VARCOM.
           COPY SMTPFXCPY.
           COPY CONTOTREC.
           COPY DATCON2REC.
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY ITEMSKM.
           COPY T5679REC.
           COPY TV157REC.
           COPY PZ449PAR.
      /
           COPY CHDRLIFSKM.
           COPY PTRNENQSKM.
           COPY DDSURNLSKM.
           COPY ZSRQSKM.
           COPY HPADSKM.
           COPY PAYRSKM.
           COPY AGLFSKM.
           COPY ZLRWSKM.
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
           MOVE BUPA-PARMAREA          TO PZ449-PARAMS.
      *
           IF PZ449-LOOKBACK            > ZERO
              MOVE PZ449-LOOKBACK      TO WSAA-LOOKBACK
           END-IF.
      *
           IF PZ449-THRESHOLD           > ZERO
              MOVE PZ449-THRESHOLD     TO WSAA-THRESHOLD
           END-IF.
      *
      *  Signals dated on or after the window start count.
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE 'DY'                   TO DTC2-FREQUENCY.
           COMPUTE DTC2-FREQ-FACTOR     = 0 - WSAA-LOOKBACK.
           MOVE BSSC-EFFECTIVE-DATE    TO DTC2-INT-DATE-1.
      *
           CALL 'DATCON2'           USING DTC2-DATCON2-REC.
      *
           IF DTC2-STATUZ           NOT = O-K
              MOVE DTC2-STATUZ         TO SYSR-STATUZ
              MOVE DTC2-DATCON2-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC2-INT-DATE-2        TO WSAA-WINDOW-START.
      *
      *  In-force statuses.
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
      *  Weights of the non-transaction signals; no item, no
      *  weight.
      *
           MOVE 'DISH'                 TO WSAA-TV157-KEY.
           PERFORM 1200-READ-TV157.
           MOVE TV157-WEIGHT           TO WSAA-DISH-WEIGHT.
      *
           MOVE 'CMPL'                 TO WSAA-TV157-KEY.
           PERFORM 1200-READ-TV157.
           MOVE TV157-WEIGHT           TO WSAA-CMPL-WEIGHT.
      *
           MOVE 'RTML'                 TO WSAA-TV157-KEY.
           PERFORM 1200-READ-TV157.
           MOVE TV157-WEIGHT           TO WSAA-RTML-WEIGHT.
      *
      *  Open complaints, keyed by request number on the register,
      *  are gathered by contract once.
      *
           MOVE ZERO                   TO WSAA-CMPL-MAX.
      *
           IF WSAA-CMPL-WEIGHT          > ZERO
              INITIALIZE               ZSRQ-PARAMS
              MOVE ZSRQREC             TO ZSRQ-FORMAT
              MOVE BEGN                TO ZSRQ-FUNCTION
              MOVE 'N'                 TO WSAA-EOF
              PERFORM 1100-LOAD-COMPLAINT
                  UNTIL WSAA-EOF        = 'Y'
           END-IF.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE BSPR-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE BEGN                   TO CHDRLIF-FUNCTION.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE 'Y'                    TO WSAA-FIRST-READ.
      *
       1090-EXIT.
           EXIT.
      /
       1100-LOAD-COMPLAINT SECTION.
      *****************************
      *
       1110-START.
      *
           CALL 'ZSRQIO'            USING ZSRQ-PARAMS.
      *
           IF ZSRQ-STATUZ           NOT = O-K AND ENDP
              MOVE ZSRQ-STATUZ         TO SYSR-STATUZ
              MOVE ZSRQ-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZSRQ-STATUZ               = ENDP
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 1190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZSRQ-FUNCTION.
      *
           IF ZSRQ-COMPFLAG         NOT = 'Y'
           OR ZSRQ-SRQSTAT              = 'C'
           OR ZSRQ-CHDRNUM              = SPACES
              GO TO 1190-EXIT
           END-IF.
      *
           IF WSAA-CMPL-MAX         NOT < 2000
              DISPLAY 'B5455 COMPLAINT TABLE FULL - '
                      ZSRQ-SRQNUM ' NOT SCORED'
              GO TO 1190-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-CMPL-MAX.
           MOVE ZSRQ-CHDRNUM           TO WSAA-CMPL-CHDRNUM
                                          (WSAA-CMPL-MAX).
      *
       1190-EXIT.
           EXIT.
      /
       1200-READ-TV157 SECTION.
      *************************
      *
       1210-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV157                  TO ITEM-ITEMTABL.
           MOVE WSAA-TV157-KEY         TO ITEM-ITEMITEM.
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
              MOVE SPACES              TO TV157-SIGNAL
              MOVE ZERO                TO TV157-WEIGHT
           ELSE
              MOVE ITEM-GENAREA        TO TV157-TV157-REC
           END-IF.
      *
           IF TV157-SIGNAL              = SPACES
              MOVE WSAA-TV157-KEY      TO TV157-SIGNAL
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
           MOVE ZERO                   TO WSAA-SCORE
                                          WSAA-SIG-CNT.
           MOVE SPACES                 TO WSAA-SIGNALS.
      *
           PERFORM 2540-VALIDATE-STATUS.
      *
           IF WSAA-STAT-OK          NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
      *  Transactions in the window.
      *
           MOVE 'N'                    TO WSAA-EOF.
      *
           INITIALIZE                  PTRNENQ-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO PTRNENQ-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PTRNENQ-CHDRNUM.
           MOVE ZERO                   TO PTRNENQ-TRANNO.
           MOVE PTRNENQREC             TO PTRNENQ-FORMAT.
           MOVE BEGN                   TO PTRNENQ-FUNCTION.
      *
           PERFORM 2600-PROCESS-PTRN
               UNTIL WSAA-EOF           = 'Y'.
      *
      *  Direct-debit dishonours in the window.
      *
           IF WSAA-DISH-WEIGHT          > ZERO
              MOVE 'N'                 TO WSAA-EOF
              INITIALIZE               DDSURNL-PARAMS
              MOVE CHDRLIF-CHDRCOY     TO DDSURNL-CHDRCOY
              MOVE CHDRLIF-CHDRNUM     TO DDSURNL-CHDRNUM
              MOVE DDSURNLREC          TO DDSURNL-FORMAT
              MOVE BEGN                TO DDSURNL-FUNCTION
              PERFORM 2700-PROCESS-DISHONOUR
                  UNTIL WSAA-EOF        = 'Y'
           END-IF.
      *
      *  An open regulatory complaint.
      *
           MOVE 'N'                    TO WSAA-FOUND.
           PERFORM 2750-CHECK-COMPLAINT
               VARYING WSAA-CMPL-IX FROM 1 BY 1
               UNTIL WSAA-CMPL-IX       > WSAA-CMPL-MAX
               OR WSAA-FOUND            = 'Y'.
      *
           IF WSAA-FOUND                = 'Y'
              MOVE 'CMPL'              TO WSAA-ADD-SIGNAL
              MOVE WSAA-CMPL-WEIGHT    TO WSAA-ADD-WEIGHT
              PERFORM 2900-ADD-SIGNAL
           END-IF.
      *
      *  Returned mail.
      *
           IF WSAA-RTML-WEIGHT          > ZERO
              PERFORM 2800-CHECK-RETURNED-MAIL
           END-IF.
      *
           IF WSAA-SCORE                < WSAA-THRESHOLD
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
      *  Already open on the worklist, or closed too recently to
      *  list again.
      *
           PERFORM 2850-CHECK-WORKLIST.
      *
           IF WSAA-RECENT-CLOSE         = 'Y'
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
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO PTRNENQ-FUNCTION.
      *
           IF PTRNENQ-PTRNEFF           < WSAA-WINDOW-START
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE PTRNENQ-BATCTRCDE      TO WSAA-TV157-KEY.
           PERFORM 1200-READ-TV157.
      *
           IF TV157-WEIGHT              > ZERO
              MOVE TV157-SIGNAL        TO WSAA-ADD-SIGNAL
              MOVE TV157-WEIGHT        TO WSAA-ADD-WEIGHT
              PERFORM 2900-ADD-SIGNAL
           END-IF.
      *
       2690-EXIT.
           EXIT.
      /
       2700-PROCESS-DISHONOUR SECTION.
      ********************************
      *
       2710-START.
      *
           CALL 'DDSURNLIO'         USING DDSURNL-PARAMS.
      *
           IF DDSURNL-STATUZ        NOT = O-K AND ENDP
              MOVE DDSURNL-STATUZ      TO SYSR-STATUZ
              MOVE DDSURNL-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF DDSURNL-STATUZ            = ENDP
           OR DDSURNL-CHDRCOY       NOT = CHDRLIF-CHDRCOY
           OR DDSURNL-CHDRNUM       NOT = CHDRLIF-CHDRNUM
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 2749-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO DDSURNL-FUNCTION.
      *
           IF DDSURNL-DISHDATE      NOT < WSAA-WINDOW-START
              MOVE 'DISH'              TO WSAA-ADD-SIGNAL
              MOVE WSAA-DISH-WEIGHT    TO WSAA-ADD-WEIGHT
              PERFORM 2900-ADD-SIGNAL
           END-IF.
      *
       2749-EXIT.
           EXIT.
      /
       2750-CHECK-COMPLAINT SECTION.
      ******************************
      *
       2751-START.
      *
           IF WSAA-CMPL-CHDRNUM (WSAA-CMPL-IX) = CHDRLIF-CHDRNUM
              MOVE 'Y'                 TO WSAA-FOUND
           END-IF.
      *
       2759-EXIT.
           EXIT.
      /
       2800-CHECK-RETURNED-MAIL SECTION.
      **********************************
      *
       2810-START.
      *
           INITIALIZE                  HPAD-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO HPAD-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO HPAD-CHDRNUM.
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
           IF  HPAD-STATUZ              = O-K
           AND HPAD-ZUNDELFLG           = 'Y'
               MOVE 'RTML'             TO WSAA-ADD-SIGNAL
               MOVE WSAA-RTML-WEIGHT   TO WSAA-ADD-WEIGHT
               PERFORM 2900-ADD-SIGNAL
           END-IF.
      *
       2849-EXIT.
           EXIT.
      /
       2850-CHECK-WORKLIST SECTION.
      *****************************
      *
       2851-START.
      *
           MOVE 'N'                    TO WSAA-RECENT-CLOSE
                                          WSAA-EOF.
           MOVE ZERO                   TO WSAA-OPEN-WLDATE.
      *
           INITIALIZE                  ZLRW-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO ZLRW-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO ZLRW-CHDRNUM.
           MOVE ZERO                   TO ZLRW-WLDATE.
           MOVE ZLRWREC                TO ZLRW-FORMAT.
           MOVE BEGN                   TO ZLRW-FUNCTION.
      *
           PERFORM 2860-ONE-ENTRY
               UNTIL WSAA-EOF           = 'Y'.
      *
       2859-EXIT.
           EXIT.
      /
       2860-ONE-ENTRY SECTION.
      ************************
      *
       2861-START.
      *
           CALL 'ZLRWIO'            USING ZLRW-PARAMS.
      *
           IF ZLRW-STATUZ           NOT = O-K AND ENDP
              MOVE ZLRW-STATUZ         TO SYSR-STATUZ
              MOVE ZLRW-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZLRW-STATUZ               = ENDP
           OR ZLRW-CHDRCOY          NOT = CHDRLIF-CHDRCOY
           OR ZLRW-CHDRNUM          NOT = CHDRLIF-CHDRNUM
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 2869-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZLRW-FUNCTION.
      *
           IF ZLRW-WRKSTAT              = 'O'
              MOVE ZLRW-WLDATE         TO WSAA-OPEN-WLDATE
           ELSE
              IF ZLRW-CONTDATE      NOT < WSAA-WINDOW-START
                 MOVE 'Y'              TO WSAA-RECENT-CLOSE
              END-IF
           END-IF.
      *
       2869-EXIT.
           EXIT.
      /
       2900-ADD-SIGNAL SECTION.
      *************************
      *
       2910-START.
      *
      *  Each signal counts once.
      *
           MOVE 'N'                    TO WSAA-FOUND.
           PERFORM 2950-CHECK-SIGNAL
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > WSAA-SIG-CNT
               OR WSAA-FOUND            = 'Y'.
      *
           IF WSAA-FOUND                = 'Y'
           OR WSAA-SIG-CNT          NOT < 8
              GO TO 2949-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-SIG-CNT.
           MOVE WSAA-ADD-SIGNAL        TO WSAA-SIG-CODE (WSAA-SIG-CNT).
      *
           IF WSAA-SCORE + WSAA-ADD-WEIGHT > 999
              MOVE 999                 TO WSAA-SCORE
           ELSE
              ADD WSAA-ADD-WEIGHT      TO WSAA-SCORE
           END-IF.
      *
       2949-EXIT.
           EXIT.
      /
       2950-CHECK-SIGNAL SECTION.
      ***************************
      *
       2951-START.
      *
           IF WSAA-SIG-CODE (WSAA-SUB)  = WSAA-ADD-SIGNAL
              MOVE 'Y'                 TO WSAA-FOUND
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
           PERFORM 3100-ANNUAL-PREMIUM.
           PERFORM 3200-ASSIGN-AGENT.
      *
           IF WSAA-OPEN-WLDATE          > ZERO
              PERFORM 3300-REFRESH-ENTRY
           ELSE
              PERFORM 3400-NEW-ENTRY
           END-IF.
      *
           IF WSAA-ORPHAN               = 'Y'
              ADD 1                    TO WSAA-ORPHAN-CNT
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
       3090-EXIT.
           EXIT.
      /
       3100-ANNUAL-PREMIUM SECTION.
      *****************************
      *
       3110-START.
      *
      *  The premium at stake: the first payer's instalment,
      *  annualised by the billing frequency.
      *
           MOVE ZERO                   TO WSAA-ANNPREM.
      *
           INITIALIZE                  PAYR-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO PAYR-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PAYR-CHDRNUM.
           MOVE PAYRREC                TO PAYR-FORMAT.
           MOVE BEGN                   TO PAYR-FUNCTION.
      *
           CALL 'PAYRIO'            USING PAYR-PARAMS.
      *
           IF PAYR-STATUZ           NOT = O-K AND ENDP
              MOVE PAYR-STATUZ         TO SYSR-STATUZ
              MOVE PAYR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF PAYR-STATUZ               = ENDP
           OR PAYR-CHDRCOY (1:1)    NOT = CHDRLIF-CHDRCOY
           OR PAYR-CHDRNUM (1:8)    NOT = CHDRLIF-CHDRNUM
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE PAYR-BILLFREQ (1:2)    TO WSAA-BILLFREQ.
      *
           IF  WSAA-BILLFREQ            NUMERIC
           AND WSAA-BILLFREQ-9          > ZERO
               COMPUTE WSAA-ANNPREM     = PAYR-SINSTAMT06
                                        * WSAA-BILLFREQ-9
           ELSE
               MOVE PAYR-SINSTAMT06    TO WSAA-ANNPREM
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-ASSIGN-AGENT SECTION.
      ***************************
      *
       3210-START.
      *
      *  The servicing agent, unless missing or terminated - then
      *  the contract is orphaned to the care team.
      *
           MOVE 'N'                    TO WSAA-ORPHAN.
           MOVE CHDRLIF-AGNTNUM        TO WSAA-AGNTNUM.
      *
           IF WSAA-AGNTNUM              = SPACES
              MOVE 'Y'                 TO WSAA-ORPHAN
              GO TO 3280-ORPHAN
           END-IF.
      *
           INITIALIZE                  AGLF-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO AGLF-AGNTCOY.
           MOVE WSAA-AGNTNUM           TO AGLF-AGNTNUM.
           MOVE AGLFREC                TO AGLF-FORMAT.
           MOVE READR                  TO AGLF-FUNCTION.
      *
           CALL 'AGLFIO'            USING AGLF-PARAMS.
      *
           IF AGLF-STATUZ           NOT = O-K AND MRNF
              MOVE AGLF-STATUZ         TO SYSR-STATUZ
              MOVE AGLF-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF AGLF-STATUZ               = MRNF
              MOVE 'Y'                 TO WSAA-ORPHAN
              GO TO 3280-ORPHAN
           END-IF.
      *
           MOVE ZERO                   TO WSAA-DTETRM.
           MOVE AGLF-DTETRM            TO WSAA-DTETRM.
      *
           IF  WSAA-DTETRM              > ZERO
           AND WSAA-DTETRM              < 99999999
           AND WSAA-DTETRM          NOT > BSSC-EFFECTIVE-DATE
               MOVE 'Y'                TO WSAA-ORPHAN
           END-IF.
      *
       3280-ORPHAN.
      *
           IF WSAA-ORPHAN               = 'Y'
              MOVE PZ449-ORPHAGNT      TO WSAA-AGNTNUM
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3300-REFRESH-ENTRY SECTION.
      ****************************
      *
       3310-START.
      *
           INITIALIZE                  ZLRW-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO ZLRW-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO ZLRW-CHDRNUM.
           MOVE WSAA-OPEN-WLDATE       TO ZLRW-WLDATE.
           MOVE ZLRWREC                TO ZLRW-FORMAT.
           MOVE READH                  TO ZLRW-FUNCTION.
      *
           CALL 'ZLRWIO'            USING ZLRW-PARAMS.
      *
           IF ZLRW-STATUZ           NOT = O-K
              MOVE ZLRW-STATUZ         TO SYSR-STATUZ
              MOVE ZLRW-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           PERFORM 3450-SET-SCORE.
      *
           MOVE ZLRWREC                TO ZLRW-FORMAT.
           MOVE REWRT                  TO ZLRW-FUNCTION.
      *
           CALL 'ZLRWIO'            USING ZLRW-PARAMS.
      *
           IF ZLRW-STATUZ           NOT = O-K
              MOVE ZLRW-STATUZ         TO SYSR-STATUZ
              MOVE ZLRW-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-REFRESH-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3390-EXIT.
           EXIT.
      /
       3400-NEW-ENTRY SECTION.
      ************************
      *
       3410-START.
      *
           INITIALIZE                  ZLRW-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO ZLRW-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO ZLRW-CHDRNUM.
           MOVE BSSC-EFFECTIVE-DATE    TO ZLRW-WLDATE.
           MOVE 'O'                    TO ZLRW-WRKSTAT.
           MOVE SPACES                 TO ZLRW-OUTCOME
                                          ZLRW-USERID.
           MOVE ZERO                   TO ZLRW-CONTDATE.
      *
           PERFORM 3450-SET-SCORE.
      *
           MOVE ZLRWREC                TO ZLRW-FORMAT.
           MOVE WRITR                  TO ZLRW-FUNCTION.
      *
           CALL 'ZLRWIO'            USING ZLRW-PARAMS.
      *
           IF ZLRW-STATUZ           NOT = O-K
              MOVE ZLRW-STATUZ         TO SYSR-STATUZ
              MOVE ZLRW-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-NEW-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3490-EXIT.
           EXIT.
      /
       3450-SET-SCORE SECTION.
      ************************
      *
       3451-START.
      *
           MOVE WSAA-AGNTNUM           TO ZLRW-AGNTNUM.
           MOVE CHDRLIF-CNTBRANCH      TO ZLRW-BRANCH.
           MOVE WSAA-ORPHAN            TO ZLRW-ORPHAN.
           MOVE WSAA-SCORE             TO ZLRW-RISKSCORE.
           MOVE WSAA-SIGNALS           TO ZLRW-SIGNALS.
           MOVE WSAA-ANNPREM           TO ZLRW-ANNPREM.
           MOVE BSSC-EFFECTIVE-DATE    TO ZLRW-LASTSCRD.
      *
       3459-EXIT.
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
           DISPLAY '=========================================='.
           DISPLAY 'B5455 LAPSE-RISK CONSERVATION WORKLIST'.
           DISPLAY 'CONTRACTS NEWLY LISTED....: ' WSAA-NEW-CNT.
           DISPLAY 'OPEN ENTRIES REFRESHED....: ' WSAA-REFRESH-CNT.
           DISPLAY 'ASSIGNED TO ORPHAN CARE...: ' WSAA-ORPHAN-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
