      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5461.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   MONTHLY TAX INVOICE TO GL PREMIUM RECONCILIATION.
      *
      *   Proves, for the tax auditors, that the tax invoices issued
      *   in a month (the ZIVR invoice data downloaded by BV002 and
      *   BV004) agree with the premium income and tax payable
      *   posted to the ledger (the ACMV postings B5366 summarises
      *   to the GL interface), by company, tax code and month.
      *
      *   The month is PZ452, by default the one before the run.
      *
      *   1. The ledger side: every posting of the month (RTRNSAC,
      *      by effective date) to a premium income sub-account
      *      (T5645 item B5461, lines 01 to 10) or a tax payable
      *      sub-account (lines 11 to 15) is added, credits less
      *      debits, to the contract's row on the ZTXR register.
      *
      *   2. The invoice side: every ZIVR invoice dated in the
      *      month is split into net premium and VAT at the rate
      *      for the contract's tax code (TR52D by register, rate
      *      on TV162, '***' fallback) and added to the same row.
      *      Invoices voided by a receipt reversal (P5359, flag
      *      'V') are carried as negative rows and also totalled
      *      on their own.
      *
      *   3. Each contract whose invoiced and posted amounts differ
      *      is reported (ZTRCPF 'D' row) with its category:
      *
      *        'V'  invoice voided by receipt reversal in the month;
      *        'T'  timing - posted this month and invoiced in the
      *             next, or invoiced this month and posted in the
      *             one before;
      *        'N'  posted with no invoice at all;
      *        'U'  unexplained.
      *
      *      ZTRCPF carries one 'S' row per tax code with both
      *      sides, the difference and its split by category.
      *
      *   The register rows of the month are cleared at the start,
      *   so the job may simply be run again.
      *
      *   Control totals:
      *     01  -  Register rows reconciled
      *     02  -  Ledger postings matched
      *     03  -  Invoices read for the month
      *     04  -  Contracts with a difference
      *     05  -  Timing differences
      *     06  -  Voided invoices
      *     07  -  Postings with no invoice
      *     08  -  Unexplained differences
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
      * 15/10/26  01/01   PH2692       Phi Tran - IT DEV                    *
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
           SELECT ZIVRPF               ASSIGN TO DATABASE-ZIVRPF.
           SELECT ZTRCPF               ASSIGN TO DATABASE-ZTRCPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZIVRPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZIVRPF-REC.
       01  ZIVRPF-REC.
           COPY DDS-ALL-FORMATS            OF ZIVRPF.
      *
       FD  ZTRCPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZTRCPF-REC.
       01  ZTRCPF-REC.
           COPY DDS-ALL-FORMATS            OF ZTRCPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5461'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-ITEM-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZTXR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-RTRN-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZIVR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ACMV-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-FOUND                  PIC X(01) VALUE 'N'.
       01  WSAA-NEW-ROW                PIC X(01) VALUE 'N'.
      *
       01  WSAA-RUN-DATE               PIC 9(08) VALUE 0.
       01  WSAA-RUN-DATE-X REDEFINES WSAA-RUN-DATE.
           03  WSAA-RUN-YY             PIC 9(04).
           03  WSAA-RUN-MM             PIC 9(02).
           03  WSAA-RUN-DD             PIC 9(02).
      *
      *  The month reconciled, and the months either side of it.
      *
       01  WSAA-RECMTH.
           03  WSAA-REC-YY             PIC 9(04).
           03  WSAA-REC-MM             PIC 9(02).
       01  WSAA-RECMTH-N REDEFINES WSAA-RECMTH
                                       PIC 9(06).
      *
       01  WSAA-WORK-DATE.
           03  WSAA-WORK-YY            PIC 9(04).
           03  WSAA-WORK-MM            PIC 9(02).
           03  WSAA-WORK-DD            PIC 9(02).
       01  WSAA-WORK-DATE-N REDEFINES WSAA-WORK-DATE
                                       PIC 9(08).
      *
       01  WSAA-MTH-START              PIC 9(08) VALUE 0.
       01  WSAA-MTH-END                PIC 9(08) VALUE 0.
       01  WSAA-PREV-START             PIC 9(08) VALUE 0.
       01  WSAA-PREV-END               PIC 9(08) VALUE 0.
       01  WSAA-NEXT-START             PIC 9(08) VALUE 0.
       01  WSAA-NEXT-END               PIC 9(08) VALUE 0.
       01  WSAA-EFFDATE                PIC 9(08) VALUE 0.
      *
      *  The posting or invoice in hand.
      *
       01  WSAA-CHDRNUM                PIC X(08) VALUE SPACES.
       01  WSAA-SACSCODE               PIC X(02) VALUE SPACES.
       01  WSAA-SACSTYP                PIC X(02) VALUE SPACES.
       01  WSAA-SACS-KIND              PIC X(01) VALUE SPACES.
       01  WSAA-T5645-IX               PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-AMOUNT                 PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-GROSS                  PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-VAT                    PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-NET                    PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-DIFF                   PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-VATRATE                PIC S9(03)V9(02) COMP-3 VALUE 0.
       01  WSAA-TXCODE                 PIC X(01) VALUE SPACES.
       01  WSAA-RATE-KEY               PIC X(08) VALUE SPACES.
      *
      *  The VAT rate of each tax code, loaded from TV162.
      *
       01  WSAA-RATE-IX                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-RATE-MAX               PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-RATE-TABLE.
           03  WSAA-RATE-ENT           OCCURS 50.
               05  WSAA-RATE-CODE      PIC X(08).
               05  WSAA-RATE-VAT       PIC S9(03)V9(02) COMP-3.
      *
      *  Totals by tax code.
      *
       01  WSAA-SUM-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-SUM-HIT                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-SUM-MAX                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-SUM-TABLE.
           03  WSAA-SUM-ENT            OCCURS 50.
               05  WSAA-SUM-TXCODE     PIC X(01).
               05  WSAA-SUM-INVNET     PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-INVVAT     PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-GLPREM     PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-GLTAX      PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-DIFFNET    PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-DIFFVAT    PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-TIMEDIFF   PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-VOIDAMT    PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-UNINVAMT   PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-UNEXDIFF   PIC S9(13)V9(02) COMP-3.
      *
       01  WSAA-ROW-CNT                PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-DIFF-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-TIME-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-VOID-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-UNINV-CNT              PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-UNEX-CNT               PIC S9(07) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  ACMVENQREC              PIC X(10) VALUE 'ACMVENQREC'.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  RTRNSACREC              PIC X(10) VALUE 'RTRNSACREC'.
           03  ZIVRREC                 PIC X(10) VALUE 'ZIVRREC'.
           03  ZTXRREC                 PIC X(10) VALUE 'ZTXRREC'.
      *
       01  TABLES.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  TR52D                   PIC X(06) VALUE 'TR52D'.
           03  TV162                   PIC X(06) VALUE 'TV162'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.
           03  CT06                    PIC 9(02) VALUE 06.
           03  CT07                    PIC 9(02) VALUE 07.
           03  CT08                    PIC 9(02) VALUE 08.
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
           COPY TR52DREC.
           COPY TV162REC.
           COPY PZ452PAR.
      /
           COPY ACMVENQSKM.
           COPY CHDRLIFSKM.
           COPY RTRNSACSKM.
           COPY ZIVRSKM.
           COPY ZTXRSKM.
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
           MOVE BUPA-PARMAREA          TO PZ452-PARAMS.
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-RUN-DATE.
      *
      *  The month reconciled, by default the one before the run.
      *
           IF  PZ452-RPTYEAR            > ZERO
           AND PZ452-RPTMTH             > ZERO
           AND PZ452-RPTMTH         NOT > 12
               MOVE PZ452-RPTYEAR      TO WSAA-REC-YY
               MOVE PZ452-RPTMTH       TO WSAA-REC-MM
           ELSE
               MOVE WSAA-RUN-YY        TO WSAA-REC-YY
               MOVE WSAA-RUN-MM        TO WSAA-REC-MM
               IF WSAA-REC-MM           = 1
                  SUBTRACT 1         FROM WSAA-REC-YY
                  MOVE 12              TO WSAA-REC-MM
               ELSE
                  SUBTRACT 1         FROM WSAA-REC-MM
               END-IF
           END-IF.
      *
           MOVE WSAA-REC-YY            TO WSAA-WORK-YY.
           MOVE WSAA-REC-MM            TO WSAA-WORK-MM.
           MOVE 01                     TO WSAA-WORK-DD.
           MOVE WSAA-WORK-DATE-N       TO WSAA-MTH-START.
           MOVE 31                     TO WSAA-WORK-DD.
           MOVE WSAA-WORK-DATE-N       TO WSAA-MTH-END.
      *
           IF WSAA-REC-MM               = 1
              COMPUTE WSAA-WORK-YY      = WSAA-REC-YY - 1
              MOVE 12                  TO WSAA-WORK-MM
           ELSE
              MOVE WSAA-REC-YY         TO WSAA-WORK-YY
              COMPUTE WSAA-WORK-MM      = WSAA-REC-MM - 1
           END-IF.
           MOVE 01                     TO WSAA-WORK-DD.
           MOVE WSAA-WORK-DATE-N       TO WSAA-PREV-START.
           MOVE 31                     TO WSAA-WORK-DD.
           MOVE WSAA-WORK-DATE-N       TO WSAA-PREV-END.
      *
           IF WSAA-REC-MM               = 12
              COMPUTE WSAA-WORK-YY      = WSAA-REC-YY + 1
              MOVE 1                   TO WSAA-WORK-MM
           ELSE
              MOVE WSAA-REC-YY         TO WSAA-WORK-YY
              COMPUTE WSAA-WORK-MM      = WSAA-REC-MM + 1
           END-IF.
           MOVE 01                     TO WSAA-WORK-DD.
           MOVE WSAA-WORK-DATE-N       TO WSAA-NEXT-START.
           MOVE 31                     TO WSAA-WORK-DD.
           MOVE WSAA-WORK-DATE-N       TO WSAA-NEXT-END.
      *
      *  The premium income and tax payable sub-accounts.
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
      *  The VAT rate of each tax code.
      *
           MOVE ZEROES                 TO WSAA-RATE-MAX.
           INITIALIZE                  WSAA-RATE-TABLE.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE TV162                  TO ITEM-ITEMTABL.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE BEGN                   TO ITEM-FUNCTION.
           MOVE 'N'                    TO WSAA-ITEM-EOF.
      *
           PERFORM 1100-LOAD-RATE
               UNTIL WSAA-ITEM-EOF      = 'Y'.
      *
      *  Start the month afresh on the register.
      *
           INITIALIZE                  ZTXR-PARAMS.
           MOVE BSPR-COMPANY           TO ZTXR-CHDRCOY.
           MOVE WSAA-RECMTH-N          TO ZTXR-RECMTH.
           MOVE ZTXRREC                TO ZTXR-FORMAT.
           MOVE BEGN                   TO ZTXR-FUNCTION.
           MOVE 'N'                    TO WSAA-ZTXR-EOF.
      *
           PERFORM 1200-CLEAR-ONE-ROW
               UNTIL WSAA-ZTXR-EOF      = 'Y'.
      *
      *  The ledger side: the month's postings.
      *
           INITIALIZE                  RTRNSAC-PARAMS.
           MOVE BSPR-COMPANY           TO RTRNSAC-RLDGCOY.
           MOVE WSAA-MTH-START         TO RTRNSAC-EFFDATE.
           MOVE RTRNSACREC             TO RTRNSAC-FORMAT.
           MOVE BEGN                   TO RTRNSAC-FUNCTION.
           MOVE 'N'                    TO WSAA-RTRN-EOF.
      *
           PERFORM 1300-ONE-POSTING
               UNTIL WSAA-RTRN-EOF      = 'Y'.
      *
      *  The invoice side: the month's invoices.
      *
           OPEN INPUT ZIVRPF.
           MOVE 'N'                    TO WSAA-ZIVR-EOF.
      *
           PERFORM 1400-ONE-INVOICE
               UNTIL WSAA-ZIVR-EOF      = 'Y'.
      *
           CLOSE ZIVRPF.
      *
           MOVE ZEROES                 TO WSAA-SUM-MAX.
           INITIALIZE                  WSAA-SUM-TABLE.
      *
           OPEN OUTPUT ZTRCPF.
      *
           INITIALIZE                  ZTXR-PARAMS.
           MOVE BSPR-COMPANY           TO ZTXR-CHDRCOY.
           MOVE WSAA-RECMTH-N          TO ZTXR-RECMTH.
           MOVE ZTXRREC                TO ZTXR-FORMAT.
           MOVE BEGNH                  TO ZTXR-FUNCTION.
           MOVE 'Y'                    TO WSAA-FIRST-READ.
      *
       1090-EXIT.
           EXIT.
      /
       1100-LOAD-RATE SECTION.
      ************************
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
           OR ITEM-ITEMTABL         NOT = TV162
              MOVE 'Y'                 TO WSAA-ITEM-EOF
              GO TO 1190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ITEM-FUNCTION.
      *
           IF WSAA-RATE-MAX         NOT < 50
              MOVE 'BOMB'              TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV162-TV162-REC.
           ADD 1                       TO WSAA-RATE-MAX.
           MOVE ITEM-ITEMITEM          TO WSAA-RATE-CODE
                                          (WSAA-RATE-MAX).
           MOVE TV162-VATRATE          TO WSAA-RATE-VAT
                                          (WSAA-RATE-MAX).
      *
       1190-EXIT.
           EXIT.
      /
       1200-CLEAR-ONE-ROW SECTION.
      ****************************
      *
       1210-READ.
      *
           CALL 'ZTXRIO'            USING ZTXR-PARAMS.
      *
           IF ZTXR-STATUZ           NOT = O-K AND ENDP
              MOVE ZTXR-STATUZ         TO SYSR-STATUZ
              MOVE ZTXR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZTXR-STATUZ               = ENDP
           OR ZTXR-CHDRCOY          NOT = BSPR-COMPANY
           OR ZTXR-RECMTH           NOT = WSAA-RECMTH-N
              MOVE 'Y'                 TO WSAA-ZTXR-EOF
              GO TO 1290-EXIT
           END-IF.
      *
           MOVE ZTXRREC                TO ZTXR-FORMAT.
           MOVE DELET                  TO ZTXR-FUNCTION.
      *
           CALL 'ZTXRIO'            USING ZTXR-PARAMS.
      *
           IF ZTXR-STATUZ           NOT = O-K
              MOVE ZTXR-STATUZ         TO SYSR-STATUZ
              MOVE ZTXR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE NEXTR                  TO ZTXR-FUNCTION.
      *
       1290-EXIT.
           EXIT.
      /
       1300-ONE-POSTING SECTION.
      **************************
      *
       1310-READ.
      *
           CALL 'RTRNSACIO'         USING RTRNSAC-PARAMS.
      *
           IF RTRNSAC-STATUZ        NOT = O-K AND ENDP
              MOVE RTRNSAC-STATUZ      TO SYSR-STATUZ
              MOVE RTRNSAC-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF RTRNSAC-STATUZ            = ENDP
           OR RTRNSAC-RLDGCOY       NOT = BSPR-COMPANY
              MOVE 'Y'                 TO WSAA-RTRN-EOF
              GO TO 1390-EXIT
           END-IF.
      *
           MOVE RTRNSAC-EFFDATE        TO WSAA-EFFDATE.
      *
           IF WSAA-EFFDATE              > WSAA-MTH-END
              MOVE 'Y'                 TO WSAA-RTRN-EOF
              GO TO 1390-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO RTRNSAC-FUNCTION.
      *
           MOVE RTRNSAC-SACSCODE       TO WSAA-SACSCODE.
           MOVE RTRNSAC-SACSTYP        TO WSAA-SACSTYP.
           PERFORM 1500-SACS-KIND.
      *
           IF WSAA-SACS-KIND            = SPACES
              GO TO 1390-EXIT
           END-IF.
      *
      *  Income and tax payable are credits; a debit reverses.
      *
           IF RTRNSAC-GLSIGN            = '-'
              MOVE RTRNSAC-ACCTAMT     TO WSAA-AMOUNT
           ELSE
              COMPUTE WSAA-AMOUNT       = 0 - RTRNSAC-ACCTAMT
           END-IF.
      *
           MOVE RTRNSAC-RLDGACCT (1:8) TO WSAA-CHDRNUM.
           PERFORM 1600-HOLD-REGISTER.
      *
           IF WSAA-SACS-KIND            = 'P'
              ADD WSAA-AMOUNT          TO ZTXR-GLPREM
           ELSE
              ADD WSAA-AMOUNT          TO ZTXR-GLTAX
           END-IF.
      *
           PERFORM 1700-WRITE-REGISTER.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       1390-EXIT.
           EXIT.
      /
       1400-ONE-INVOICE SECTION.
      **************************
      *
       1410-READ.
      *
           READ ZIVRPF NEXT RECORD
               AT END
                   MOVE 'Y'            TO WSAA-ZIVR-EOF
                   GO TO 1490-EXIT.
      *
           IF CHDRNUM  OF ZIVRPF        = SPACES
           OR DATEX    OF ZIVRPF        < WSAA-MTH-START
           OR DATEX    OF ZIVRPF        > WSAA-MTH-END
              GO TO 1490-EXIT
           END-IF.
      *
           MOVE CHDRNUM OF ZIVRPF      TO WSAA-CHDRNUM.
           PERFORM 1600-HOLD-REGISTER.
      *
      *  The invoice is gross; the VAT in it is taken out at the
      *  rate for the contract's tax code.
      *
           MOVE ZTXR-TXCODE            TO WSAA-TXCODE.
           PERFORM 1800-FIND-RATE.
      *
           MOVE TOTLPREM OF ZIVRPF     TO WSAA-GROSS.
           COMPUTE WSAA-VAT ROUNDED     = WSAA-GROSS * WSAA-VATRATE
                                        / (100 + WSAA-VATRATE).
           COMPUTE WSAA-NET             = WSAA-GROSS - WSAA-VAT.
      *
           ADD WSAA-NET                TO ZTXR-INVNET.
           ADD WSAA-VAT                TO ZTXR-INVVAT.
           ADD 1                       TO ZTXR-INVCNT.
      *
           IF STFLAG OF ZIVRPF          = 'V'
              ADD WSAA-GROSS           TO ZTXR-VOIDAMT
           END-IF.
      *
           PERFORM 1700-WRITE-REGISTER.
      *
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       1490-EXIT.
           EXIT.
      /
       1500-SACS-KIND SECTION.
      ************************
      *
       1510-START.
      *
      *  'P' premium income (T5645 lines 01 to 10), 'T' tax payable
      *  (lines 11 to 15), else not reconciled.
      *
           MOVE SPACES                 TO WSAA-SACS-KIND.
      *
           PERFORM 1550-CHECK-SACS
               VARYING WSAA-T5645-IX FROM 1 BY 1
               UNTIL WSAA-T5645-IX      > 15
               OR WSAA-SACS-KIND    NOT = SPACES.
      *
       1590-EXIT.
           EXIT.
      /
       1550-CHECK-SACS SECTION.
      *************************
      *
       1551-START.
      *
           IF T5645-SACSCODE (WSAA-T5645-IX)
                                        = SPACES
              GO TO 1559-EXIT
           END-IF.
      *
           IF  T5645-SACSCODE (WSAA-T5645-IX)
                                        = WSAA-SACSCODE
           AND T5645-SACSTYPE (WSAA-T5645-IX)
                                        = WSAA-SACSTYP
               IF WSAA-T5645-IX     NOT > 10
                  MOVE 'P'             TO WSAA-SACS-KIND
               ELSE
                  MOVE 'T'             TO WSAA-SACS-KIND
               END-IF
           END-IF.
      *
       1559-EXIT.
           EXIT.
      /
       1600-HOLD-REGISTER SECTION.
      ****************************
      *
       1610-START.
      *
      *  The contract's row for the month, new with its tax code
      *  if it is not yet on the register.
      *
           INITIALIZE                  ZTXR-PARAMS.
           MOVE BSPR-COMPANY           TO ZTXR-CHDRCOY.
           MOVE WSAA-RECMTH-N          TO ZTXR-RECMTH.
           MOVE WSAA-CHDRNUM           TO ZTXR-CHDRNUM.
           MOVE ZTXRREC                TO ZTXR-FORMAT.
           MOVE READH                  TO ZTXR-FUNCTION.
      *
           CALL 'ZTXRIO'            USING ZTXR-PARAMS.
      *
           IF ZTXR-STATUZ           NOT = O-K AND MRNF
              MOVE ZTXR-STATUZ         TO SYSR-STATUZ
              MOVE ZTXR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZTXR-STATUZ               = O-K
              MOVE 'N'                 TO WSAA-NEW-ROW
              GO TO 1690-EXIT
           END-IF.
      *
           MOVE 'Y'                    TO WSAA-NEW-ROW.
           PERFORM 1650-TAX-CODE.
      *
           INITIALIZE                  ZTXR-PARAMS.
           MOVE BSPR-COMPANY           TO ZTXR-CHDRCOY.
           MOVE WSAA-RECMTH-N          TO ZTXR-RECMTH.
           MOVE WSAA-CHDRNUM           TO ZTXR-CHDRNUM.
           MOVE WSAA-TXCODE            TO ZTXR-TXCODE.
           MOVE SPACES                 TO ZTXR-RECCAT.
           MOVE ZEROES                 TO ZTXR-INVCNT
                                          ZTXR-INVNET
                                          ZTXR-INVVAT
                                          ZTXR-VOIDAMT
                                          ZTXR-GLPREM
                                          ZTXR-GLTAX
                                          ZTXR-DIFFNET
                                          ZTXR-DIFFVAT.
      *
       1690-EXIT.
           EXIT.
      /
       1650-TAX-CODE SECTION.
      ***********************
      *
       1651-START.
      *
      *  The tax code of the contract's register (TR52D).
      *
           MOVE SPACES                 TO WSAA-TXCODE.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE BSPR-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO CHDRLIF-CHDRNUM.
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
              GO TO 1659-EXIT
           END-IF.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE TR52D                  TO ITEM-ITEMTABL.
           MOVE CHDRLIF-REGISTER       TO ITEM-ITEMITEM.
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
              MOVE '***'               TO ITEM-ITEMITEM
              MOVE READR               TO ITEM-FUNCTION
              CALL 'ITEMIO'         USING ITEM-PARAMS
              IF ITEM-STATUZ        NOT = O-K AND MRNF
                 MOVE ITEM-STATUZ      TO SYSR-STATUZ
                 MOVE ITEM-PARAMS      TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
           END-IF.
      *
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TR52D-TR52D-REC
              MOVE TR52D-TXCODE        TO WSAA-TXCODE
           END-IF.
      *
       1659-EXIT.
           EXIT.
      /
       1700-WRITE-REGISTER SECTION.
      *****************************
      *
       1710-START.
      *
           MOVE ZTXRREC                TO ZTXR-FORMAT.
      *
           IF WSAA-NEW-ROW              = 'Y'
              MOVE WRITR               TO ZTXR-FUNCTION
           ELSE
              MOVE REWRT               TO ZTXR-FUNCTION
           END-IF.
      *
           CALL 'ZTXRIO'            USING ZTXR-PARAMS.
      *
           IF ZTXR-STATUZ           NOT = O-K
              MOVE ZTXR-STATUZ         TO SYSR-STATUZ
              MOVE ZTXR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       1790-EXIT.
           EXIT.
      /
       1800-FIND-RATE SECTION.
      ************************
      *
       1810-START.
      *
      *  The tax code's own rate, else the '***' rate, else none.
      *
           MOVE ZERO                   TO WSAA-VATRATE.
           MOVE 'N'                    TO WSAA-FOUND.
      *
           MOVE WSAA-TXCODE            TO WSAA-RATE-KEY.
      *
           IF WSAA-RATE-KEY         NOT = SPACES
              PERFORM 1850-CHECK-RATE
                  VARYING WSAA-RATE-IX FROM 1 BY 1
                  UNTIL WSAA-RATE-IX    > WSAA-RATE-MAX
                  OR WSAA-FOUND         = 'Y'
           END-IF.
      *
           IF WSAA-FOUND            NOT = 'Y'
              MOVE '***'               TO WSAA-RATE-KEY
              PERFORM 1850-CHECK-RATE
                  VARYING WSAA-RATE-IX FROM 1 BY 1
                  UNTIL WSAA-RATE-IX    > WSAA-RATE-MAX
                  OR WSAA-FOUND         = 'Y'
           END-IF.
      *
       1890-EXIT.
           EXIT.
      /
       1850-CHECK-RATE SECTION.
      *************************
      *
       1851-START.
      *
           IF WSAA-RATE-CODE (WSAA-RATE-IX)
                                        = WSAA-RATE-KEY
              MOVE WSAA-RATE-VAT (WSAA-RATE-IX)
                                       TO WSAA-VATRATE
              MOVE 'Y'                 TO WSAA-FOUND
           END-IF.
      *
       1859-EXIT.
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
              MOVE NEXTR               TO ZTXR-FUNCTION
           END-IF.
      *
           MOVE ZTXRREC                TO ZTXR-FORMAT.
           CALL 'ZTXRIO'            USING ZTXR-PARAMS.
      *
           IF ZTXR-STATUZ           NOT = O-K AND ENDP
              MOVE ZTXR-STATUZ         TO SYSR-STATUZ
              MOVE ZTXR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZTXR-STATUZ               = ENDP
           OR ZTXR-CHDRCOY          NOT = BSPR-COMPANY
           OR ZTXR-RECMTH           NOT = WSAA-RECMTH-N
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-ROW-CNT.
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
       2590-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           COMPUTE ZTXR-DIFFNET         = ZTXR-INVNET - ZTXR-GLPREM.
           COMPUTE ZTXR-DIFFVAT         = ZTXR-INVVAT - ZTXR-GLTAX.
           COMPUTE WSAA-DIFF            = ZTXR-DIFFNET + ZTXR-DIFFVAT.
           MOVE SPACES                 TO ZTXR-RECCAT.
      *
           IF ZTXR-DIFFNET          NOT = ZERO
           OR ZTXR-DIFFVAT          NOT = ZERO
              PERFORM 3100-CATEGORISE
           END-IF.
      *
           MOVE ZTXRREC                TO ZTXR-FORMAT.
           MOVE REWRT                  TO ZTXR-FUNCTION.
      *
           CALL 'ZTXRIO'            USING ZTXR-PARAMS.
      *
           IF ZTXR-STATUZ           NOT = O-K
              MOVE ZTXR-STATUZ         TO SYSR-STATUZ
              MOVE ZTXR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           PERFORM 3400-ACCUM-TAX-CODE.
      *
           IF ZTXR-RECCAT           NOT = SPACES
              PERFORM 3300-WRITE-DETAIL
           END-IF.
      *
       3090-EXIT.
           EXIT.
      /
       3100-CATEGORISE SECTION.
      *************************
      *
       3110-START.
      *
           ADD 1                       TO WSAA-DIFF-CNT.
      *
           MOVE CT04                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
      *  An invoice voided by a receipt reversal in the month.
      *
           IF ZTXR-VOIDAMT          NOT = ZERO
              MOVE 'V'                 TO ZTXR-RECCAT
              ADD 1                    TO WSAA-VOID-CNT
              MOVE CT06                TO CONT-TOTNO
              GO TO 3180-COUNT
           END-IF.
      *
      *  Posted more than invoiced: invoiced next month?
      *
           MOVE 'N'                    TO WSAA-FOUND.
      *
           IF WSAA-DIFF                 < ZERO
              PERFORM 3200-NEXT-INVOICE
           ELSE
              PERFORM 3250-PREV-POSTING
           END-IF.
      *
           IF WSAA-FOUND                = 'Y'
              MOVE 'T'                 TO ZTXR-RECCAT
              ADD 1                    TO WSAA-TIME-CNT
              MOVE CT05                TO CONT-TOTNO
              GO TO 3180-COUNT
           END-IF.
      *
           IF ZTXR-INVCNT               = ZERO
              MOVE 'N'                 TO ZTXR-RECCAT
              ADD 1                    TO WSAA-UNINV-CNT
              MOVE CT07                TO CONT-TOTNO
              GO TO 3180-COUNT
           END-IF.
      *
           MOVE 'U'                    TO ZTXR-RECCAT.
           ADD 1                       TO WSAA-UNEX-CNT.
           MOVE CT08                   TO CONT-TOTNO.
      *
       3180-COUNT.
      *
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3190-EXIT.
           EXIT.
      /
       3200-NEXT-INVOICE SECTION.
      ***************************
      *
       3210-START.
      *
           INITIALIZE                  ZIVR-PARAMS.
           MOVE ZTXR-CHDRNUM           TO ZIVR-CHDRNUM.
           MOVE ZIVRREC                TO ZIVR-FORMAT.
           MOVE BEGN                   TO ZIVR-FUNCTION.
           MOVE 'N'                    TO WSAA-ZIVR-EOF.
      *
           PERFORM 3220-ONE-ZIVR
               UNTIL WSAA-ZIVR-EOF      = 'Y'
               OR WSAA-FOUND            = 'Y'.
      *
       3219-EXIT.
           EXIT.
      /
       3220-ONE-ZIVR SECTION.
      ***********************
      *
       3221-READ.
      *
           CALL 'ZIVRIO'            USING ZIVR-PARAMS.
      *
           IF ZIVR-STATUZ           NOT = O-K AND ENDP
              MOVE ZIVR-STATUZ         TO SYSR-STATUZ
              MOVE ZIVR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZIVR-STATUZ               = ENDP
           OR ZIVR-CHDRNUM          NOT = ZTXR-CHDRNUM
              MOVE 'Y'                 TO WSAA-ZIVR-EOF
              GO TO 3229-EXIT
           END-IF.
      *
           IF  ZIVR-DATEX           NOT < WSAA-NEXT-START
           AND ZIVR-DATEX           NOT > WSAA-NEXT-END
           AND ZIVR-STFLAG          NOT = 'V'
               MOVE 'Y'                TO WSAA-FOUND
           END-IF.
      *
           MOVE NEXTR                  TO ZIVR-FUNCTION.
      *
       3229-EXIT.
           EXIT.
      /
       3250-PREV-POSTING SECTION.
      ***************************
      *
       3251-START.
      *
      *  Invoiced more than posted: posted the month before?
      *
           INITIALIZE                  ACMVENQ-PARAMS.
           MOVE BSPR-COMPANY           TO ACMVENQ-RLDGCOY.
           MOVE ZTXR-CHDRNUM           TO ACMVENQ-RLDGACCT.
           MOVE ACMVENQREC             TO ACMVENQ-FORMAT.
           MOVE BEGN                   TO ACMVENQ-FUNCTION.
           MOVE 'N'                    TO WSAA-ACMV-EOF.
      *
           PERFORM 3260-ONE-ACMV
               UNTIL WSAA-ACMV-EOF      = 'Y'
               OR WSAA-FOUND            = 'Y'.
      *
       3259-EXIT.
           EXIT.
      /
       3260-ONE-ACMV SECTION.
      ***********************
      *
       3261-READ.
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
           OR ACMVENQ-RLDGCOY       NOT = BSPR-COMPANY
           OR ACMVENQ-RLDGACCT (1:8)
                                    NOT = ZTXR-CHDRNUM
              MOVE 'Y'                 TO WSAA-ACMV-EOF
              GO TO 3269-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ACMVENQ-FUNCTION.
      *
           IF ACMVENQ-EFFDATE           < WSAA-PREV-START
           OR ACMVENQ-EFFDATE           > WSAA-PREV-END
              GO TO 3269-EXIT
           END-IF.
      *
           MOVE ACMVENQ-SACSCODE       TO WSAA-SACSCODE.
           MOVE ACMVENQ-SACSTYP        TO WSAA-SACSTYP.
           PERFORM 1500-SACS-KIND.
      *
           IF WSAA-SACS-KIND        NOT = SPACES
              MOVE 'Y'                 TO WSAA-FOUND
           END-IF.
      *
       3269-EXIT.
           EXIT.
      /
       3300-WRITE-DETAIL SECTION.
      ***************************
      *
       3310-START.
      *
           INITIALIZE                  ZTRCPF-REC.
           MOVE 'D'                    TO LINETYP  OF ZTRCPF.
           MOVE ZTXR-CHDRCOY           TO CHDRCOY  OF ZTRCPF.
           MOVE ZTXR-RECMTH            TO RECMTH   OF ZTRCPF.
           MOVE WSAA-RUN-DATE          TO REPDATE  OF ZTRCPF.
           MOVE ZTXR-TXCODE            TO TXCODE   OF ZTRCPF.
           MOVE ZTXR-CHDRNUM           TO CHDRNUM  OF ZTRCPF.
           MOVE ZTXR-INVNET            TO INVNET   OF ZTRCPF.
           MOVE ZTXR-INVVAT            TO INVVAT   OF ZTRCPF.
           MOVE ZTXR-GLPREM            TO GLPREM   OF ZTRCPF.
           MOVE ZTXR-GLTAX             TO GLTAX    OF ZTRCPF.
           MOVE ZTXR-DIFFNET           TO DIFFNET  OF ZTRCPF.
           MOVE ZTXR-DIFFVAT           TO DIFFVAT  OF ZTRCPF.
           MOVE ZTXR-VOIDAMT           TO VOIDAMT  OF ZTRCPF.
           MOVE ZTXR-RECCAT            TO RECCAT   OF ZTRCPF.
      *
           WRITE ZTRCPF-REC.
      *
       3390-EXIT.
           EXIT.
      /
       3400-ACCUM-TAX-CODE SECTION.
      *****************************
      *
       3410-START.
      *
           MOVE ZERO                   TO WSAA-SUM-HIT.
      *
           PERFORM 3450-FIND-TAX-CODE
               VARYING WSAA-SUM-IX FROM 1 BY 1
               UNTIL WSAA-SUM-IX        > WSAA-SUM-MAX
               OR WSAA-SUM-HIT          > ZERO.
      *
           IF WSAA-SUM-HIT              = ZERO
              IF WSAA-SUM-MAX       NOT < 50
                 MOVE 'BOMB'           TO SYSR-STATUZ
                 PERFORM 600-FATAL-ERROR
              END-IF
              ADD 1                    TO WSAA-SUM-MAX
              MOVE WSAA-SUM-MAX        TO WSAA-SUM-HIT
              MOVE ZTXR-TXCODE         TO WSAA-SUM-TXCODE (WSAA-SUM-HIT)
           END-IF.
      *
           ADD ZTXR-INVNET             TO WSAA-SUM-INVNET
                                          (WSAA-SUM-HIT).
           ADD ZTXR-INVVAT             TO WSAA-SUM-INVVAT
                                          (WSAA-SUM-HIT).
           ADD ZTXR-GLPREM             TO WSAA-SUM-GLPREM
                                          (WSAA-SUM-HIT).
           ADD ZTXR-GLTAX              TO WSAA-SUM-GLTAX
                                          (WSAA-SUM-HIT).
           ADD ZTXR-DIFFNET            TO WSAA-SUM-DIFFNET
                                          (WSAA-SUM-HIT).
           ADD ZTXR-DIFFVAT            TO WSAA-SUM-DIFFVAT
                                          (WSAA-SUM-HIT).
      *
           EVALUATE ZTXR-RECCAT
              WHEN 'T'
                 ADD WSAA-DIFF         TO WSAA-SUM-TIMEDIFF
                                          (WSAA-SUM-HIT)
              WHEN 'V'
                 ADD WSAA-DIFF         TO WSAA-SUM-VOIDAMT
                                          (WSAA-SUM-HIT)
              WHEN 'N'
                 ADD WSAA-DIFF         TO WSAA-SUM-UNINVAMT
                                          (WSAA-SUM-HIT)
              WHEN 'U'
                 ADD WSAA-DIFF         TO WSAA-SUM-UNEXDIFF
                                          (WSAA-SUM-HIT)
           END-EVALUATE.
      *
       3490-EXIT.
           EXIT.
      /
       3450-FIND-TAX-CODE SECTION.
      ****************************
      *
       3451-START.
      *
           IF WSAA-SUM-TXCODE (WSAA-SUM-IX)
                                        = ZTXR-TXCODE
              MOVE WSAA-SUM-IX         TO WSAA-SUM-HIT
           END-IF.
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
       3700-WRITE-SUMMARY SECTION.
      ****************************
      *
       3710-START.
      *
           INITIALIZE                  ZTRCPF-REC.
           MOVE 'S'                    TO LINETYP  OF ZTRCPF.
           MOVE BSPR-COMPANY           TO CHDRCOY  OF ZTRCPF.
           MOVE WSAA-RECMTH-N          TO RECMTH   OF ZTRCPF.
           MOVE WSAA-RUN-DATE          TO REPDATE  OF ZTRCPF.
           MOVE WSAA-SUM-TXCODE   (WSAA-SUM-IX)
                                       TO TXCODE   OF ZTRCPF.
           MOVE WSAA-SUM-INVNET   (WSAA-SUM-IX)
                                       TO INVNET   OF ZTRCPF.
           MOVE WSAA-SUM-INVVAT   (WSAA-SUM-IX)
                                       TO INVVAT   OF ZTRCPF.
           MOVE WSAA-SUM-GLPREM   (WSAA-SUM-IX)
                                       TO GLPREM   OF ZTRCPF.
           MOVE WSAA-SUM-GLTAX    (WSAA-SUM-IX)
                                       TO GLTAX    OF ZTRCPF.
           MOVE WSAA-SUM-DIFFNET  (WSAA-SUM-IX)
                                       TO DIFFNET  OF ZTRCPF.
           MOVE WSAA-SUM-DIFFVAT  (WSAA-SUM-IX)
                                       TO DIFFVAT  OF ZTRCPF.
           MOVE WSAA-SUM-TIMEDIFF (WSAA-SUM-IX)
                                       TO TIMEDIFF OF ZTRCPF.
           MOVE WSAA-SUM-VOIDAMT  (WSAA-SUM-IX)
                                       TO VOIDAMT  OF ZTRCPF.
           MOVE WSAA-SUM-UNINVAMT (WSAA-SUM-IX)
                                       TO UNINVAMT OF ZTRCPF.
           MOVE WSAA-SUM-UNEXDIFF (WSAA-SUM-IX)
                                       TO UNEXDIFF OF ZTRCPF.
      *
           WRITE ZTRCPF-REC.
      *
       3790-EXIT.
           EXIT.
      /
       4000-CLOSE SECTION.
      ********************
      *
       4010-CLOSE-FILES.
      *
           PERFORM 3700-WRITE-SUMMARY
               VARYING WSAA-SUM-IX FROM 1 BY 1
               UNTIL WSAA-SUM-IX        > WSAA-SUM-MAX.
      *
           CLOSE ZTRCPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5461 TAX INVOICE TO GL RECONCILIATION'.
           DISPLAY 'MONTH RECONCILED..........: ' WSAA-RECMTH.
           DISPLAY 'CONTRACTS ON REGISTER.....: ' WSAA-ROW-CNT.
           DISPLAY 'CONTRACTS WITH DIFFERENCE.: ' WSAA-DIFF-CNT.
           DISPLAY '  TIMING..................: ' WSAA-TIME-CNT.
           DISPLAY '  VOIDED INVOICE..........: ' WSAA-VOID-CNT.
           DISPLAY '  NO INVOICE..............: ' WSAA-UNINV-CNT.
           DISPLAY '  UNEXPLAINED.............: ' WSAA-UNEX-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
