      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5437.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   MONTHLY AGENT COMMISSION STATEMENT.
      *
      *   Monthly.  Sweeps the agents (AGLF) and builds each
      *   agent's commission statement for the report month
      *   (PZ437 year / month; the month before the run date
      *   where none), policy by policy:
      *
      *    'C' - first-year and renewal commission earned on the
      *          agent's own business (AGCM, by agent);
      *    'O' - override commission earned on the business of
      *          the downline agents (the AGCM override rows
      *          P5074AT writes in 233E, with the ceding agent);
      *    'K' - clawbacks raised in the month (ZADT, B5382): the
      *          amount recovered from the agent's payments and
      *          the debt carried forward;
      *    'A' - commission advance instalments recovered in the
      *          month (the ZADS statement rows from B5414) with
      *          the advance balance left;
      *    'T' - the totals, the tax withheld (B5383) and the net
      *          amount paid on the month's payment documents
      *          (AGPYDOC, by agent), reconciled: commission and
      *          overrides less the deductions should equal the
      *          gross of the documents; any difference is shown
      *          and the statement flagged unreconciled.
      *
      *   AGCM holds commission earned to date, so the month's
      *   figure is the movement since the agent's statement for
      *   the month before; every policy gets a register line
      *   each month, printed only where it moved.  On an agent's
      *   first statement a line carries everything earned to
      *   date.
      *
      *   Every line is kept on the ZAST statement register and
      *   printed from the ZACS file; the statement is requested
      *   as a letter (TR384 for this transaction) and goes to
      *   the agent's preferred letter channel on ZCNP, routed by
      *   B5377.  A month already on the register is not built
      *   again.  Run with REPRINT 'Y' (for one agent, or all)
      *   the statements are printed and sent again from the
      *   register as they were first produced.
      *
      *   Control totals:
      *     01  -  Agents read
      *     02  -  Statements produced
      *     03  -  Statements reprinted
      *     04  -  Net amount paid
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
      * 15/10/26  01/01   PH2670       Phi Tran - IT DEV                    *
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
           SELECT ZADSPF               ASSIGN TO DATABASE-ZADSPF.
           SELECT ZACSPF               ASSIGN TO DATABASE-ZACSPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZADSPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZADSPF-REC.
       01  ZADSPF-REC.
           COPY DDS-ALL-FORMATS            OF ZADSPF.
      *
       FD  ZACSPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZACSPF-REC.
       01  ZACSPF-REC.
           COPY DDS-ALL-FORMATS            OF ZACSPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5437'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-ZADS-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-AGCM-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZADT-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-AGPY-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZAST-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-STMT-FOUND             PIC X(01) VALUE 'N'.
       01  WSAA-ACTIVITY               PIC X(01) VALUE 'N'.
       01  WSAA-RUN-DATE               PIC 9(08) VALUE 0.
       01  WSAA-RUN-DATE-X REDEFINES WSAA-RUN-DATE
                                       PIC X(08).
       01  WSAA-DATE-WORK              PIC X(08) VALUE SPACES.
       01  WSAA-AGNTNUM                PIC X(08) VALUE SPACES.
       01  WSAA-CLNTNUM                PIC X(08) VALUE SPACES.
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
      *  The register line being built.
      *
       01  WSAA-LINE-TYP               PIC X(01) VALUE SPACES.
       01  WSAA-LINE-CHDRNUM           PIC X(08) VALUE SPACES.
       01  WSAA-LINE-REFNO             PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-PRV-FYC                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-PRV-REN                PIC S9(13)V9(02) COMP-3 VALUE 0.
      *
      *  One policy's commission rows.
      *
       01  WSAA-POL-CHDRNUM            PIC X(08) VALUE SPACES.
       01  WSAA-POL-CEDAGENT           PIC X(08) VALUE SPACES.
       01  WSAA-POL-BASE               PIC X(01) VALUE 'N'.
       01  WSAA-POL-OVRD               PIC X(01) VALUE 'N'.
       01  WSAA-POL-FYC                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-POL-REN                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-POL-OVR                PIC S9(13)V9(02) COMP-3 VALUE 0.
      *
      *  The agent's statement totals.
      *
       01  WSAA-TOT-FYC                PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-REN                PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-OVR                PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-CLW                PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-ADV                PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-GROSS              PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-TAX                PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-NET                PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-EXPECT             PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-TOT-PAYCNT             PIC S9(05) COMP-3 VALUE 0.
      *
       01  WSAA-STMT-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-RPRT-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-UNREC-CNT              PIC S9(07) COMP-3 VALUE 0.
      *
      *  The month's advance recoveries from the ZADS rows.
      *
       01  WSAA-ADV-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-ADV-HIT                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-ADV-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-ADV-TABLE.
           03  WSAA-ADV-ENT            OCCURS 2000.
               05  WSAA-ADV-AGNTNUM    PIC X(08).
               05  WSAA-ADV-SEQNO      PIC S9(03) COMP-3.
               05  WSAA-ADV-RECV       PIC S9(11)V9(02) COMP-3.
               05  WSAA-ADV-BAL        PIC S9(11)V9(02) COMP-3.
      *
       01  WSAA-OTHER-KEYS.
           05  WSAA-OK-LANGUAGE        PIC X(01).
           05  WSAA-OK-CHNL            PIC X(01).
           05  WSAA-OK-STMTYM          PIC 9(06).
      *
       01  WSAA-TR384-KEY.
           05  WSAA-ITEM-BATCTRCDE     PIC X(04).
           05  WSAA-ITEM-CNTTYPE       PIC X(03).
      *
       01  FORMATS.
           03  AGCMAGTREC              PIC X(10) VALUE 'AGCMAGTREC'.
           03  AGLFREC                 PIC X(10) VALUE 'AGLFREC'.
           03  AGNTREC                 PIC X(10) VALUE 'AGNTREC'.
           03  AGPYAGTREC              PIC X(10) VALUE 'AGPYAGTREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZADTREC                 PIC X(10) VALUE 'ZADTREC'.
           03  ZASTREC                 PIC X(10) VALUE 'ZASTREC'.
           03  ZCNPREC                 PIC X(10) VALUE 'ZCNPREC'.
      *
       01  TABLES.
           03  TR384                   PIC X(06) VALUE 'TR384'.
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
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY ITEMSKM.
           COPY TR384REC.
           COPY LETRQSTREC.
           COPY PZ437PAR.
      /
           COPY AGCMAGTSKM.
           COPY AGLFSKM.
           COPY AGNTSKM.
           COPY AGPYAGTSKM.
           COPY ZADTSKM.
           COPY ZASTSKM.
           COPY ZCNPSKM.
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
           MOVE BUPA-PARMAREA          TO PZ437-PARAMS.
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-RUN-DATE.
      *
           IF PZ437-REPRINT         NOT = 'Y'
              MOVE 'N'                 TO PZ437-REPRINT
           END-IF.
      *
      *  The report month, by default the one before the run.
      *
           IF  PZ437-RPTYEAR            > ZERO
           AND PZ437-RPTMONTH           > ZERO
               MOVE PZ437-RPTYEAR      TO WSAA-STMT-YY
               MOVE PZ437-RPTMONTH     TO WSAA-STMT-MM
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
      *  The month's advance recoveries, from B5414's rows.
      *
           MOVE ZEROES                 TO WSAA-ADV-MAX.
           INITIALIZE                  WSAA-ADV-TABLE.
      *
           IF PZ437-REPRINT             = 'N'
              MOVE 'N'                 TO WSAA-ZADS-EOF
              OPEN INPUT ZADSPF
              PERFORM 1100-LOAD-ADVANCE
                  UNTIL WSAA-ZADS-EOF   = 'Y'
              CLOSE ZADSPF
           END-IF.
      *
           OPEN OUTPUT ZACSPF.
      *
           INITIALIZE                  AGLF-PARAMS.
           MOVE BSPR-COMPANY           TO AGLF-AGNTCOY.
           MOVE BEGN                   TO AGLF-FUNCTION.
           MOVE AGLFREC                TO AGLF-FORMAT.
           MOVE 'Y'                    TO WSAA-FIRST-READ.
      *
       1090-EXIT.
           EXIT.
      /
       1100-LOAD-ADVANCE SECTION.
      ***************************
      *
       1110-READ.
      *
           READ ZADSPF
               AT END
               MOVE 'Y'                TO WSAA-ZADS-EOF
               GO TO 1190-EXIT
           END-READ.
      *
           MOVE REPDATE OF ZADSPF      TO WSAA-DATE-WORK.
      *
           IF WSAA-DATE-WORK (1:6)  NOT = WSAA-STMT-YM
           OR RECVAMT OF ZADSPF     NOT > ZERO
              GO TO 1190-EXIT
           END-IF.
      *
           MOVE ZEROES                 TO WSAA-ADV-HIT.
      *
           PERFORM 1150-MATCH-ADVANCE
               VARYING WSAA-ADV-IX FROM 1 BY 1
               UNTIL WSAA-ADV-IX        > WSAA-ADV-MAX
               OR    WSAA-ADV-HIT       > ZERO.
      *
           IF WSAA-ADV-HIT              = ZERO
              IF WSAA-ADV-MAX       NOT < 2000
                 MOVE 'BOMB'           TO SYSR-STATUZ
                 PERFORM 600-FATAL-ERROR
              END-IF
              ADD 1                    TO WSAA-ADV-MAX
              MOVE WSAA-ADV-MAX        TO WSAA-ADV-HIT
              MOVE AGNTNUM OF ZADSPF   TO WSAA-ADV-AGNTNUM
                                          (WSAA-ADV-HIT)
              MOVE ADVSEQNO OF ZADSPF  TO WSAA-ADV-SEQNO
                                          (WSAA-ADV-HIT)
              MOVE ZEROES              TO WSAA-ADV-RECV
                                          (WSAA-ADV-HIT)
           END-IF.
      *
      *  Recoveries add up; the balance is the latest cycle's.
      *
           ADD RECVAMT OF ZADSPF       TO WSAA-ADV-RECV (WSAA-ADV-HIT).
           MOVE ADVBAL OF ZADSPF       TO WSAA-ADV-BAL (WSAA-ADV-HIT).
      *
       1190-EXIT.
           EXIT.
      /
       1150-MATCH-ADVANCE SECTION.
      ****************************
      *
       1160-START.
      *
           IF  WSAA-ADV-AGNTNUM (WSAA-ADV-IX)
                                        = AGNTNUM OF ZADSPF
           AND WSAA-ADV-SEQNO (WSAA-ADV-IX)
                                        = ADVSEQNO OF ZADSPF
               MOVE WSAA-ADV-IX        TO WSAA-ADV-HIT
           END-IF.
      *
       1169-EXIT.
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
              MOVE NEXTR               TO AGLF-FUNCTION
           END-IF.
      *
           CALL 'AGLFIO'            USING AGLF-PARAMS.
      *
           IF AGLF-STATUZ           NOT = O-K AND ENDP
              MOVE AGLF-STATUZ         TO SYSR-STATUZ
              MOVE AGLF-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF AGLF-STATUZ               = ENDP
           OR AGLF-AGNTCOY (1:1)    NOT = BSPR-COMPANY
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
           MOVE AGLF-AGNTNUM (1:8)     TO WSAA-AGNTNUM.
      *
           IF  PZ437-AGNTNUM        NOT = SPACES
           AND PZ437-AGNTNUM        NOT = WSAA-AGNTNUM
               MOVE SPACES             TO WSSP-EDTERROR
               GO TO 2590-EXIT
           END-IF.
      *
      *  A month already produced is only ever reprinted.
      *
           PERFORM 2600-FIND-STATEMENT.
      *
           IF  PZ437-REPRINT            = 'N'
           AND WSAA-STMT-FOUND          = 'Y'
               MOVE SPACES             TO WSSP-EDTERROR
               GO TO 2590-EXIT
           END-IF.
      *
           IF  PZ437-REPRINT            = 'Y'
           AND WSAA-STMT-FOUND          = 'N'
               MOVE SPACES             TO WSSP-EDTERROR
               GO TO 2590-EXIT
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2600-FIND-STATEMENT SECTION.
      *****************************
      *
       2610-START.
      *
           MOVE 'N'                    TO WSAA-STMT-FOUND.
      *
           INITIALIZE                  ZAST-PARAMS.
           MOVE BSPR-COMPANY           TO ZAST-AGNTCOY.
           MOVE WSAA-AGNTNUM           TO ZAST-AGNTNUM.
           MOVE WSAA-STMT-YM-N         TO ZAST-STMTYM.
           MOVE 'T'                    TO ZAST-LINETYP.
           MOVE ZASTREC                TO ZAST-FORMAT.
           MOVE READR                  TO ZAST-FUNCTION.
      *
           CALL 'ZASTIO'            USING ZAST-PARAMS.
      *
           IF ZAST-STATUZ           NOT = O-K AND MRNF
              MOVE ZAST-STATUZ         TO SYSR-STATUZ
              MOVE ZAST-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZAST-STATUZ               = O-K
              MOVE 'Y'                 TO WSAA-STMT-FOUND
           END-IF.
      *
       2690-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           IF PZ437-REPRINT             = 'Y'
              PERFORM 3700-REPRINT
              GO TO 3090-EXIT
           END-IF.
      *
           MOVE 'N'                    TO WSAA-ACTIVITY.
           MOVE ZEROES                 TO WSAA-TOT-FYC
                                          WSAA-TOT-REN
                                          WSAA-TOT-OVR
                                          WSAA-TOT-CLW
                                          WSAA-TOT-ADV
                                          WSAA-TOT-GROSS
                                          WSAA-TOT-TAX
                                          WSAA-TOT-NET
                                          WSAA-TOT-EXPECT
                                          WSAA-TOT-PAYCNT.
      *
           PERFORM 3100-COMMISSION.
           PERFORM 3200-CLAWBACKS.
           PERFORM 3300-ADVANCES.
           PERFORM 3400-PAYMENTS.
      *
      *  What was earned less what was deducted should be what
      *  the payment documents paid before tax.
      *
           COMPUTE WSAA-TOT-EXPECT      = WSAA-TOT-FYC
                                        + WSAA-TOT-REN
                                        + WSAA-TOT-OVR
                                        - WSAA-TOT-CLW
                                        - WSAA-TOT-ADV.
           COMPUTE WSAA-TOT-NET         = WSAA-TOT-GROSS
                                        - WSAA-TOT-TAX.
      *
           IF WSAA-TOT-PAYCNT           > ZERO
              MOVE 'Y'                 TO WSAA-ACTIVITY
           END-IF.
      *
      *  The totals line is kept every month, so next month's
      *  movements have this one to start from; only an agent
      *  with something to report is sent a statement.
      *
           MOVE 'T'                    TO WSAA-LINE-TYP.
           MOVE SPACES                 TO WSAA-LINE-CHDRNUM.
           MOVE ZEROES                 TO WSAA-LINE-REFNO.
           PERFORM 3820-NEW-LINE.
      *
           MOVE WSAA-TOT-FYC           TO ZAST-FYCAMT.
           MOVE WSAA-TOT-REN           TO ZAST-RENAMT.
           MOVE WSAA-TOT-OVR           TO ZAST-OVRAMT.
           MOVE WSAA-TOT-CLW           TO ZAST-CLWAMT.
           MOVE WSAA-TOT-ADV           TO ZAST-ADVAMT.
           MOVE WSAA-TOT-GROSS         TO ZAST-GROSSPD.
           MOVE WSAA-TOT-TAX           TO ZAST-TAXAMT.
           MOVE WSAA-TOT-NET           TO ZAST-NETPAID.
           MOVE WSAA-TOT-PAYCNT        TO ZAST-PAYCNT.
           COMPUTE ZAST-RECONDIF        = WSAA-TOT-GROSS
                                        - WSAA-TOT-EXPECT.
      *
           IF ZAST-RECONDIF             = ZERO
              MOVE 'Y'                 TO ZAST-RECONFLG
           ELSE
              MOVE 'N'                 TO ZAST-RECONFLG
           END-IF.
      *
           IF WSAA-ACTIVITY             = 'Y'
              PERFORM 3950-DISPATCH
              MOVE WSAA-OK-CHNL        TO ZAST-LTRCHNL
              MOVE 1                   TO ZAST-PRTCNT
           END-IF.
      *
           PERFORM 3850-WRITE-LINE.
      *
           IF WSAA-ACTIVITY             = 'N'
              GO TO 3090-EXIT
           END-IF.
      *
           PERFORM 3900-PRINT-LINE.
      *
           ADD 1                       TO WSAA-STMT-CNT.
           IF ZAST-RECONFLG             = 'N'
              ADD 1                    TO WSAA-UNREC-CNT
           END-IF.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE CT04                   TO CONT-TOTNO.
           MOVE WSAA-TOT-NET           TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
           EXIT.
      /
       3100-COMMISSION SECTION.
      *************************
      *
       3110-START.
      *
      *  The agent's commission rows come policy by policy; each
      *  policy is totalled and its lines written when the next
      *  one starts.
      *
           MOVE 'N'                    TO WSAA-AGCM-EOF.
           MOVE SPACES                 TO WSAA-POL-CHDRNUM.
           PERFORM 3190-CLEAR-POLICY.
      *
           INITIALIZE                  AGCMAGT-PARAMS.
           MOVE BSPR-COMPANY           TO AGCMAGT-CHDRCOY.
           MOVE WSAA-AGNTNUM           TO AGCMAGT-AGNTNUM.
           MOVE AGCMAGTREC             TO AGCMAGT-FORMAT.
           MOVE BEGN                   TO AGCMAGT-FUNCTION.
      *
           PERFORM 3150-READ-AGCM
               UNTIL WSAA-AGCM-EOF      = 'Y'.
      *
           IF WSAA-POL-CHDRNUM      NOT = SPACES
              PERFORM 3180-FLUSH-POLICY
           END-IF.
      *
       3149-EXIT.
           EXIT.
      /
       3150-READ-AGCM SECTION.
      ************************
      *
       3151-READ.
      *
           CALL 'AGCMAGTIO'         USING AGCMAGT-PARAMS.
      *
           IF AGCMAGT-STATUZ        NOT = O-K AND ENDP
              MOVE AGCMAGT-STATUZ      TO SYSR-STATUZ
              MOVE AGCMAGT-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF AGCMAGT-STATUZ            = ENDP
           OR AGCMAGT-CHDRCOY       NOT = BSPR-COMPANY
           OR AGCMAGT-AGNTNUM       NOT = WSAA-AGNTNUM
              MOVE 'Y'                 TO WSAA-AGCM-EOF
              GO TO 3159-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO AGCMAGT-FUNCTION.
      *
           IF AGCMAGT-VALIDFLAG     NOT = '1'
              GO TO 3159-EXIT
           END-IF.
      *
           IF AGCMAGT-CHDRNUM       NOT = WSAA-POL-CHDRNUM
              IF WSAA-POL-CHDRNUM   NOT = SPACES
                 PERFORM 3180-FLUSH-POLICY
              END-IF
              MOVE AGCMAGT-CHDRNUM     TO WSAA-POL-CHDRNUM
           END-IF.
      *
           IF AGCMAGT-OVRDCAT           = 'O'
              ADD AGCMAGT-COMERN       TO WSAA-POL-OVR
              ADD AGCMAGT-RNLCEARN     TO WSAA-POL-OVR
              MOVE 'Y'                 TO WSAA-POL-OVRD
              IF WSAA-POL-CEDAGENT      = SPACES
                 MOVE AGCMAGT-CEDAGENT TO WSAA-POL-CEDAGENT
              END-IF
           ELSE
              ADD AGCMAGT-COMERN       TO WSAA-POL-FYC
              ADD AGCMAGT-RNLCEARN     TO WSAA-POL-REN
              MOVE 'Y'                 TO WSAA-POL-BASE
           END-IF.
      *
       3159-EXIT.
           EXIT.
      /
       3180-FLUSH-POLICY SECTION.
      ***************************
      *
       3181-START.
      *
           MOVE WSAA-POL-CHDRNUM       TO WSAA-LINE-CHDRNUM.
           MOVE ZEROES                 TO WSAA-LINE-REFNO.
      *
           IF WSAA-POL-BASE         NOT = 'Y'
              GO TO 3185-OVERRIDE
           END-IF.
      *
           MOVE 'C'                    TO WSAA-LINE-TYP.
           PERFORM 3800-PRIOR-LINE.
           PERFORM 3820-NEW-LINE.
      *
           MOVE WSAA-POL-FYC           TO ZAST-CUMFYC.
           MOVE WSAA-POL-REN           TO ZAST-CUMREN.
           COMPUTE ZAST-FYCAMT          = WSAA-POL-FYC - WSAA-PRV-FYC.
           COMPUTE ZAST-RENAMT          = WSAA-POL-REN - WSAA-PRV-REN.
      *
           PERFORM 3850-WRITE-LINE.
      *
           ADD ZAST-FYCAMT             TO WSAA-TOT-FYC.
           ADD ZAST-RENAMT             TO WSAA-TOT-REN.
      *
           IF ZAST-FYCAMT           NOT = ZERO
           OR ZAST-RENAMT           NOT = ZERO
              PERFORM 3900-PRINT-LINE
              MOVE 'Y'                 TO WSAA-ACTIVITY
           END-IF.
      *
       3185-OVERRIDE.
      *
           IF WSAA-POL-OVRD         NOT = 'Y'
              GO TO 3188-CLEAR
           END-IF.
      *
           MOVE 'O'                    TO WSAA-LINE-TYP.
           PERFORM 3800-PRIOR-LINE.
           PERFORM 3820-NEW-LINE.
      *
           MOVE WSAA-POL-CEDAGENT      TO ZAST-CEDAGENT.
           MOVE WSAA-POL-OVR           TO ZAST-CUMFYC.
           COMPUTE ZAST-OVRAMT          = WSAA-POL-OVR - WSAA-PRV-FYC.
      *
           PERFORM 3850-WRITE-LINE.
      *
           ADD ZAST-OVRAMT             TO WSAA-TOT-OVR.
      *
           IF ZAST-OVRAMT           NOT = ZERO
              PERFORM 3900-PRINT-LINE
              MOVE 'Y'                 TO WSAA-ACTIVITY
           END-IF.
      *
       3188-CLEAR.
      *
           PERFORM 3190-CLEAR-POLICY.
      *
       3189-EXIT.
           EXIT.
      /
       3190-CLEAR-POLICY SECTION.
      ***************************
      *
       3191-START.
      *
           MOVE SPACES                 TO WSAA-POL-CEDAGENT.
           MOVE 'N'                    TO WSAA-POL-BASE
                                          WSAA-POL-OVRD.
           MOVE ZEROES                 TO WSAA-POL-FYC
                                          WSAA-POL-REN
                                          WSAA-POL-OVR.
      *
       3199-EXIT.
           EXIT.
      /
       3200-CLAWBACKS SECTION.
      ************************
      *
       3210-START.
      *
           MOVE 'N'                    TO WSAA-ZADT-EOF.
      *
           INITIALIZE                  ZADT-PARAMS.
           MOVE BSPR-COMPANY           TO ZADT-AGNTCOY.
           MOVE WSAA-AGNTNUM           TO ZADT-AGNTNUM.
           MOVE ZADTREC                TO ZADT-FORMAT.
           MOVE BEGN                   TO ZADT-FUNCTION.
      *
           PERFORM 3250-READ-ZADT
               UNTIL WSAA-ZADT-EOF      = 'Y'.
      *
       3249-EXIT.
           EXIT.
      /
       3250-READ-ZADT SECTION.
      ************************
      *
       3251-READ.
      *
           CALL 'ZADTIO'            USING ZADT-PARAMS.
      *
           IF ZADT-STATUZ           NOT = O-K AND ENDP
              MOVE ZADT-STATUZ         TO SYSR-STATUZ
              MOVE ZADT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZADT-STATUZ               = ENDP
           OR ZADT-AGNTCOY          NOT = BSPR-COMPANY
           OR ZADT-AGNTNUM          NOT = WSAA-AGNTNUM
              MOVE 'Y'                 TO WSAA-ZADT-EOF
              GO TO 3259-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZADT-FUNCTION.
      *
      *  The clawbacks raised in the month: what the agent's
      *  payments absorbed and what is carried as debt.
      *
           MOVE ZADT-AGEDATE           TO WSAA-DATE-WORK.
      *
           IF WSAA-DATE-WORK (1:6)  NOT = WSAA-STMT-YM
              GO TO 3259-EXIT
           END-IF.
      *
           MOVE 'K'                    TO WSAA-LINE-TYP.
           MOVE ZADT-CHDRNUM           TO WSAA-LINE-CHDRNUM.
           MOVE ZADT-TRANNO            TO WSAA-LINE-REFNO.
           PERFORM 3820-NEW-LINE.
      *
           COMPUTE ZAST-CLWAMT          = ZADT-ORIGDEBT - ZADT-DEBTBAL.
           MOVE ZADT-DEBTBAL           TO ZAST-BALANCE.
      *
           PERFORM 3850-WRITE-LINE.
           PERFORM 3900-PRINT-LINE.
      *
           ADD ZAST-CLWAMT             TO WSAA-TOT-CLW.
           MOVE 'Y'                    TO WSAA-ACTIVITY.
      *
       3259-EXIT.
           EXIT.
      /
       3300-ADVANCES SECTION.
      ***********************
      *
       3310-START.
      *
           PERFORM 3350-ONE-ADVANCE
               VARYING WSAA-ADV-IX FROM 1 BY 1
               UNTIL WSAA-ADV-IX        > WSAA-ADV-MAX.
      *
       3349-EXIT.
           EXIT.
      /
       3350-ONE-ADVANCE SECTION.
      **************************
      *
       3351-START.
      *
           IF WSAA-ADV-AGNTNUM (WSAA-ADV-IX)
                                    NOT = WSAA-AGNTNUM
              GO TO 3359-EXIT
           END-IF.
      *
           MOVE 'A'                    TO WSAA-LINE-TYP.
           MOVE SPACES                 TO WSAA-LINE-CHDRNUM.
           MOVE WSAA-ADV-SEQNO (WSAA-ADV-IX)
                                       TO WSAA-LINE-REFNO.
           PERFORM 3820-NEW-LINE.
      *
           MOVE WSAA-ADV-RECV (WSAA-ADV-IX)
                                       TO ZAST-ADVAMT.
           MOVE WSAA-ADV-BAL (WSAA-ADV-IX)
                                       TO ZAST-BALANCE.
      *
           PERFORM 3850-WRITE-LINE.
           PERFORM 3900-PRINT-LINE.
      *
           ADD ZAST-ADVAMT             TO WSAA-TOT-ADV.
           MOVE 'Y'                    TO WSAA-ACTIVITY.
      *
       3359-EXIT.
           EXIT.
      /
       3400-PAYMENTS SECTION.
      ***********************
      *
       3410-START.
      *
           MOVE 'N'                    TO WSAA-AGPY-EOF.
      *
           INITIALIZE                  AGPYAGT-PARAMS.
           MOVE BSPR-COMPANY           TO AGPYAGT-BATCCOY.
           MOVE WSAA-AGNTNUM           TO AGPYAGT-AGNTNUM.
           MOVE AGPYAGTREC             TO AGPYAGT-FORMAT.
           MOVE BEGN                   TO AGPYAGT-FUNCTION.
      *
           PERFORM 3450-READ-AGPY
               UNTIL WSAA-AGPY-EOF      = 'Y'.
      *
       3449-EXIT.
           EXIT.
      /
       3450-READ-AGPY SECTION.
      ************************
      *
       3451-READ.
      *
           CALL 'AGPYAGTIO'         USING AGPYAGT-PARAMS.
      *
           IF AGPYAGT-STATUZ        NOT = O-K AND ENDP
              MOVE AGPYAGT-STATUZ      TO SYSR-STATUZ
              MOVE AGPYAGT-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF AGPYAGT-STATUZ            = ENDP
           OR AGPYAGT-BATCCOY       NOT = BSPR-COMPANY
           OR AGPYAGT-AGNTNUM       NOT = WSAA-AGNTNUM
              MOVE 'Y'                 TO WSAA-AGPY-EOF
              GO TO 3459-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO AGPYAGT-FUNCTION.
      *
           MOVE AGPYAGT-EFFDATE (1:8)  TO WSAA-DATE-WORK.
      *
           IF WSAA-DATE-WORK (1:6)  NOT = WSAA-STMT-YM
              GO TO 3459-EXIT
           END-IF.
      *
           ADD AGPYAGT-ORIGAMT         TO WSAA-TOT-GROSS.
           ADD AGPYAGT-WHTAMT          TO WSAA-TOT-TAX.
           ADD 1                       TO WSAA-TOT-PAYCNT.
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
       3700-REPRINT SECTION.
      **********************
      *
       3710-START.
      *
      *  The month's lines as they were kept, then the totals.
      *
           MOVE 'N'                    TO WSAA-ZAST-EOF.
      *
           INITIALIZE                  ZAST-PARAMS.
           MOVE BSPR-COMPANY           TO ZAST-AGNTCOY.
           MOVE WSAA-AGNTNUM           TO ZAST-AGNTNUM.
           MOVE WSAA-STMT-YM-N         TO ZAST-STMTYM.
           MOVE ZASTREC                TO ZAST-FORMAT.
           MOVE BEGN                   TO ZAST-FUNCTION.
      *
           PERFORM 3750-READ-ZAST
               UNTIL WSAA-ZAST-EOF      = 'Y'.
      *
           INITIALIZE                  ZAST-PARAMS.
           MOVE BSPR-COMPANY           TO ZAST-AGNTCOY.
           MOVE WSAA-AGNTNUM           TO ZAST-AGNTNUM.
           MOVE WSAA-STMT-YM-N         TO ZAST-STMTYM.
           MOVE 'T'                    TO ZAST-LINETYP.
           MOVE ZASTREC                TO ZAST-FORMAT.
           MOVE READH                  TO ZAST-FUNCTION.
      *
           CALL 'ZASTIO'            USING ZAST-PARAMS.
      *
           IF ZAST-STATUZ           NOT = O-K
              MOVE ZAST-STATUZ         TO SYSR-STATUZ
              MOVE ZAST-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           PERFORM 3950-DISPATCH.
      *
           MOVE WSAA-OK-CHNL           TO ZAST-LTRCHNL.
           ADD 1                       TO ZAST-PRTCNT.
           MOVE REWRT                  TO ZAST-FUNCTION.
      *
           CALL 'ZASTIO'            USING ZAST-PARAMS.
      *
           IF ZAST-STATUZ           NOT = O-K
              MOVE ZAST-STATUZ         TO SYSR-STATUZ
              MOVE ZAST-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           PERFORM 3900-PRINT-LINE.
      *
           ADD 1                       TO WSAA-RPRT-CNT.
      *
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3749-EXIT.
           EXIT.
      /
       3750-READ-ZAST SECTION.
      ************************
      *
       3751-READ.
      *
           CALL 'ZASTIO'            USING ZAST-PARAMS.
      *
           IF ZAST-STATUZ           NOT = O-K AND ENDP
              MOVE ZAST-STATUZ         TO SYSR-STATUZ
              MOVE ZAST-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZAST-STATUZ               = ENDP
           OR ZAST-AGNTCOY          NOT = BSPR-COMPANY
           OR ZAST-AGNTNUM          NOT = WSAA-AGNTNUM
           OR ZAST-STMTYM           NOT = WSAA-STMT-YM-N
              MOVE 'Y'                 TO WSAA-ZAST-EOF
              GO TO 3759-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZAST-FUNCTION.
      *
      *  Policies with no movement were kept, not printed.
      *
           IF ZAST-LINETYP              = 'T'
              GO TO 3759-EXIT
           END-IF.
      *
           IF  ZAST-LINETYP             = 'C'
           AND ZAST-FYCAMT              = ZERO
           AND ZAST-RENAMT              = ZERO
               GO TO 3759-EXIT
           END-IF.
      *
           IF  ZAST-LINETYP             = 'O'
           AND ZAST-OVRAMT              = ZERO
               GO TO 3759-EXIT
           END-IF.
      *
           PERFORM 3900-PRINT-LINE.
      *
       3759-EXIT.
           EXIT.
      /
       3800-PRIOR-LINE SECTION.
      *************************
      *
       3810-START.
      *
      *  The same line on the month before's statement gives the
      *  commission earned to date then.
      *
           MOVE ZEROES                 TO WSAA-PRV-FYC
                                          WSAA-PRV-REN.
      *
           INITIALIZE                  ZAST-PARAMS.
           MOVE BSPR-COMPANY           TO ZAST-AGNTCOY.
           MOVE WSAA-AGNTNUM           TO ZAST-AGNTNUM.
           MOVE WSAA-PREV-YM-N         TO ZAST-STMTYM.
           MOVE WSAA-LINE-TYP          TO ZAST-LINETYP.
           MOVE WSAA-LINE-CHDRNUM      TO ZAST-CHDRNUM.
           MOVE WSAA-LINE-REFNO        TO ZAST-REFNO.
           MOVE ZASTREC                TO ZAST-FORMAT.
           MOVE READR                  TO ZAST-FUNCTION.
      *
           CALL 'ZASTIO'            USING ZAST-PARAMS.
      *
           IF ZAST-STATUZ           NOT = O-K AND MRNF
              MOVE ZAST-STATUZ         TO SYSR-STATUZ
              MOVE ZAST-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZAST-STATUZ               = O-K
              MOVE ZAST-CUMFYC         TO WSAA-PRV-FYC
              MOVE ZAST-CUMREN         TO WSAA-PRV-REN
           END-IF.
      *
       3819-EXIT.
           EXIT.
      /
       3820-NEW-LINE SECTION.
      ***********************
      *
       3821-START.
      *
           INITIALIZE                  ZAST-PARAMS.
           MOVE BSPR-COMPANY           TO ZAST-AGNTCOY.
           MOVE WSAA-AGNTNUM           TO ZAST-AGNTNUM.
           MOVE WSAA-STMT-YM-N         TO ZAST-STMTYM.
           MOVE WSAA-LINE-TYP          TO ZAST-LINETYP.
           MOVE WSAA-LINE-CHDRNUM      TO ZAST-CHDRNUM.
           MOVE WSAA-LINE-REFNO        TO ZAST-REFNO.
           MOVE WSAA-RUN-DATE          TO ZAST-RUNDATE.
      *
       3829-EXIT.
           EXIT.
      /
       3850-WRITE-LINE SECTION.
      *************************
      *
       3851-START.
      *
           MOVE ZASTREC                TO ZAST-FORMAT.
           MOVE WRITR                  TO ZAST-FUNCTION.
      *
           CALL 'ZASTIO'            USING ZAST-PARAMS.
      *
           IF ZAST-STATUZ           NOT = O-K
              MOVE ZAST-STATUZ         TO SYSR-STATUZ
              MOVE ZAST-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3859-EXIT.
           EXIT.
      /
       3900-PRINT-LINE SECTION.
      *************************
      *
       3910-START.
      *
           MOVE SPACES                 TO ZACSPF-REC.
           MOVE ZAST-AGNTNUM           TO AGNTNUM   OF ZACSPF.
           MOVE ZAST-STMTYM            TO STMTYM    OF ZACSPF.
           MOVE ZAST-LINETYP           TO LINETYP   OF ZACSPF.
           MOVE ZAST-CHDRNUM           TO CHDRNUM   OF ZACSPF.
           MOVE ZAST-REFNO             TO REFNO     OF ZACSPF.
           MOVE ZAST-CEDAGENT          TO CEDAGENT  OF ZACSPF.
           MOVE ZAST-FYCAMT            TO FYCAMT    OF ZACSPF.
           MOVE ZAST-RENAMT            TO RENAMT    OF ZACSPF.
           MOVE ZAST-OVRAMT            TO OVRAMT    OF ZACSPF.
           MOVE ZAST-CLWAMT            TO CLWAMT    OF ZACSPF.
           MOVE ZAST-ADVAMT            TO ADVAMT    OF ZACSPF.
           MOVE ZAST-BALANCE           TO BALANCE   OF ZACSPF.
           MOVE ZAST-GROSSPD           TO GROSSPD   OF ZACSPF.
           MOVE ZAST-TAXAMT            TO TAXAMT    OF ZACSPF.
           MOVE ZAST-NETPAID           TO NETPAID   OF ZACSPF.
           MOVE ZAST-PAYCNT            TO PAYCNT    OF ZACSPF.
           MOVE ZAST-RECONDIF          TO RECONDIF  OF ZACSPF.
           MOVE ZAST-RECONFLG          TO RECONFLG  OF ZACSPF.
           MOVE ZAST-LTRCHNL           TO LTRCHNL   OF ZACSPF.
           MOVE PZ437-REPRINT          TO REPRINT   OF ZACSPF.
           MOVE WSAA-RUN-DATE          TO REPDATE   OF ZACSPF.
      *
           WRITE ZACSPF-REC.
      *
       3990-EXIT.
           EXIT.
      /
       3950-DISPATCH SECTION.
      ***********************
      *
       3951-START.
      *
           MOVE SPACE                  TO WSAA-OK-CHNL.
           MOVE BSSC-LANGUAGE          TO WSAA-OK-LANGUAGE.
           MOVE WSAA-STMT-YM-N         TO WSAA-OK-STMTYM.
      *
           MOVE BPRD-AUTH-CODE         TO WSAA-ITEM-BATCTRCDE.
           MOVE '***'                  TO WSAA-ITEM-CNTTYPE.
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
           IF ITEM-STATUZ               = MRNF
              GO TO 3999-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TR384-TR384-REC.
      *
           IF TR384-LETTER-TYPE         = SPACES
              GO TO 3999-EXIT
           END-IF.
      *
      *  The agent's own client record carries the preferred
      *  channel, which rides to B5377.
      *
           INITIALIZE                  AGNT-PARAMS.
           MOVE 'AG'                   TO AGNT-AGNTPFX.
           MOVE BSPR-COMPANY           TO AGNT-AGNTCOY.
           MOVE WSAA-AGNTNUM           TO AGNT-AGNTNUM.
           MOVE AGNTREC                TO AGNT-FORMAT.
           MOVE READR                  TO AGNT-FUNCTION.
      *
           CALL 'AGNTIO'            USING AGNT-PARAMS.
      *
           IF AGNT-STATUZ           NOT = O-K
              MOVE AGNT-STATUZ         TO SYSR-STATUZ
              MOVE AGNT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE AGNT-CLNTNUM (1:8)     TO WSAA-CLNTNUM.
      *
           INITIALIZE                  ZCNP-PARAMS.
           MOVE WSAA-CLNTNUM           TO ZCNP-CLNTNUM.
           MOVE ZCNPREC                TO ZCNP-FORMAT.
           MOVE READR                  TO ZCNP-FUNCTION.
      *
           CALL 'ZCNPIO'            USING ZCNP-PARAMS.
      *
           IF ZCNP-STATUZ           NOT = O-K AND MRNF
              MOVE ZCNP-STATUZ         TO SYSR-STATUZ
              MOVE ZCNP-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCNP-STATUZ               = O-K
              MOVE ZCNP-LETTER-CHNL    TO WSAA-OK-CHNL
           END-IF.
      *
           MOVE SPACES                 TO LETRQST-STATUZ.
           MOVE BSPR-COMPANY           TO LETRQST-REQUEST-COMPANY.
           MOVE TR384-LETTER-TYPE      TO LETRQST-LETTER-TYPE.
           MOVE BSSC-EFFECTIVE-DATE    TO LETRQST-LETTER-REQUEST-DATE.
           MOVE 'AG'                   TO LETRQST-RDOCPFX.
           MOVE BSPR-COMPANY           TO LETRQST-RDOCCOY.
           MOVE WSAA-AGNTNUM           TO LETRQST-RDOCNUM.
           MOVE WSAA-OTHER-KEYS        TO LETRQST-OTHER-KEYS.
           MOVE BSPR-FSUCO             TO LETRQST-CLNTCOY.
           MOVE WSAA-CLNTNUM           TO LETRQST-CLNTNUM.
           MOVE BSPR-COMPANY           TO LETRQST-CHDRCOY.
           MOVE WSAA-AGNTNUM           TO LETRQST-CHDRNUM.
           MOVE BSSC-INIT-BRANCH       TO LETRQST-BRANCH.
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
       3999-EXIT.
           EXIT.
      /
       4000-CLOSE SECTION.
      ********************
      *
       4010-CLOSE-FILES.
      *
           CLOSE ZACSPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5437 AGENT COMMISSION STATEMENTS'.
           DISPLAY 'STATEMENT MONTH...........: ' WSAA-STMT-YM.
           DISPLAY 'STATEMENTS PRODUCED.......: ' WSAA-STMT-CNT.
           DISPLAY 'NOT RECONCILED............: ' WSAA-UNREC-CNT.
           DISPLAY 'STATEMENTS REPRINTED......: ' WSAA-RPRT-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
