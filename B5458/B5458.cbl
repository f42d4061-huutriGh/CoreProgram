      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5458.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   MEDICAL PANEL CLINIC STATEMENT AND FEE SETTLEMENT.
      *
      *   Lives sent for a medical examination go to one of our
      *   panel clinics (TV158, the panel register; TV159, each
      *   clinic's fee schedule by requirement code).  The clinic
      *   is recorded on the requirement in P5363 and, when the
      *   requirement is received, the scheduled fee accrues on the
      *   ZPNA register.  Clinics invoice us monthly; their invoice
      *   lines (ZPNIPF, one record per examination billed, all
      *   clinics together) are loaded by the interface CL and
      *   claimed on the ZFTC transmission register (partner PANL,
      *   file code MINV) before a record is read.  No invoice file
      *   registered for the run is a warning only: the accruals
      *   are listed as not invoiced and carried to the next month.
      *
      *   For each panel clinic, for the statement month (PZ450,
      *   by default the month before the run), once only:
      *
      *   - every accrual still open with an examination date up
      *     to the end of the month is matched to an invoice line
      *     of the clinic on contract, life and requirement code.
      *     Equal amounts are agreed: the accrual is marked paid
      *     with the invoice number and month.  An amount that
      *     differs (AMNT) or an accrual not invoiced (NINV) is
      *     listed and stays open for the next statement;
      *
      *   - an invoice line with no open accrual is listed: DUPL
      *     when the examination was paid already, otherwise NACC;
      *
      *   - the agreed total is posted through this program's
      *     T5645 item (01 medical fee expense, 02 clinic payable)
      *     and raised as a payment request (PREQ 'RQ') to the
      *     clinic's TV158 payee and account;
      *
      *   - the month is held on the ZPNS register, so a clinic is
      *     never settled twice, and the statement is printed to
      *     ZPNTPF: 'M' matched lines, 'X' mismatches, 'T' total.
      *
      *   Invoice lines of a clinic not on the panel register
      *   (NCLN), or of a clinic whose month is already settled
      *   (SETL), are listed as well.
      *
      *   Control totals:
      *     01  -  Panel clinics read
      *     02  -  Clinic statements produced
      *     03  -  Examinations agreed
      *     04  -  Mismatches listed
      *     05  -  Payment requests raised
      *     06  -  Amount requested
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
      * 15/10/26  01/01   PH2688       Phi Tran - IT DEV                    *
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
           SELECT ZPNIPF               ASSIGN TO DATABASE-ZPNIPF.
           SELECT ZPNTPF               ASSIGN TO DATABASE-ZPNTPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZPNIPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZPNIPF-REC.
       01  ZPNIPF-REC.
           COPY DDS-ALL-FORMATS            OF ZPNIPF.
      *
       FD  ZPNTPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZPNTPF-REC.
       01  ZPNTPF-REC.
           COPY DDS-ALL-FORMATS            OF ZPNTPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5458'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FILE-HELD              PIC X(01) VALUE 'N'.
       01  WSAA-FILE-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ITEM-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZPNA-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-FOUND                  PIC X(01) VALUE 'N'.
       01  WSAA-PAID-BEFORE            PIC X(01) VALUE 'N'.
       01  WSAA-MISREASN               PIC X(04) VALUE SPACES.
       01  WSAA-JRNSEQ                 PIC S9(02) COMP-3 VALUE 0.
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
       01  WSAA-STMT-END.
           03  WSAA-STMT-END-YM        PIC 9(06).
           03  WSAA-STMT-END-DD        PIC 9(02).
       01  WSAA-STMT-END-N REDEFINES WSAA-STMT-END
                                       PIC 9(08).
      *
      *  The panel clinics, loaded at the start.
      *
       01  WSAA-CLN-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-CLN-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-CLN-TABLE.
           03  WSAA-CLN-CODE           PIC X(08) OCCURS 500.
       01  WSAA-CLINIC                 PIC X(08) VALUE SPACES.
      *
      *  The month's invoice lines, loaded at the start.  The flag
      *  is 'N' until the line is agreed ('Y') or listed ('X').
      *
       01  WSAA-INV-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-INV-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-INV-TABLE.
           03  WSAA-INV-ENT            OCCURS 5000.
               05  WSAA-INV-CLINIC     PIC X(08).
               05  WSAA-INV-INVNUM     PIC X(15).
               05  WSAA-INV-CHDRNUM    PIC X(08).
               05  WSAA-INV-LIFE       PIC X(02).
               05  WSAA-INV-REQCODE    PIC X(04).
               05  WSAA-INV-EXAMDATE   PIC 9(08).
               05  WSAA-INV-AMT        PIC S9(09)V9(02) COMP-3.
               05  WSAA-INV-FLAG       PIC X(01).
      *
      *  The clinic's month.
      *
       01  WSAA-ACCRCNT                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-ACCRAMT                PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-INVCNT                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-INVAMT                 PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-MATCNT                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-MISCNT                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-AGREED                 PIC S9(11)V9(02) COMP-3 VALUE 0.
      *
       01  WSAA-INV-LOADED             PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-STMT-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-TOT-MATCH              PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-TOT-MIS                PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-PREQ-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-TOT-PAID               PIC S9(13)V9(02) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  PREQREC                 PIC X(10) VALUE 'PREQREC'.
           03  ZPNAREC                 PIC X(10) VALUE 'ZPNAREC'.
           03  ZPNSREC                 PIC X(10) VALUE 'ZPNSREC'.
      *
       01  TABLES.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  TV158                   PIC X(06) VALUE 'TV158'.
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
           COPY ZFTCREGREC.
           COPY ITEMSKM.
           COPY T5645REC.
           COPY TV158REC.
           COPY LIFACMVREC.
           COPY PZ450PAR.
      /
           COPY PREQSKM.
           COPY ZPNASKM.
           COPY ZPNSSKM.
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
           MOVE BUPA-PARMAREA          TO PZ450-PARAMS.
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-RUN-DATE.
      *
      *  The statement month, by default the one before the run.
      *
           IF  PZ450-RPTYEAR            > ZERO
           AND PZ450-RPTMONTH           > ZERO
               MOVE PZ450-RPTYEAR      TO WSAA-STMT-YY
               MOVE PZ450-RPTMONTH     TO WSAA-STMT-MM
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
           MOVE WSAA-STMT-YM-N         TO WSAA-STMT-END-YM.
           MOVE 31                     TO WSAA-STMT-END-DD.
      *
      *  Transmission control: claim the invoice file registered
      *  for the run.  None waiting still produces the statements.
      *
           INITIALIZE                  ZFTR-ZFTCREG-REC.
           MOVE 'PROC '                TO ZFTR-FUNCTION.
           MOVE 'PANL'                 TO ZFTR-PARTNER.
           MOVE 'MINV'                 TO ZFTR-FILECODE.
           MOVE BSSC-EFFECTIVE-DATE    TO ZFTR-TRNDATE.
      *
           CALL 'ZFTCREG'           USING ZFTR-ZFTCREG-REC.
      *
           IF ZFTR-STATUZ           NOT = O-K
              MOVE ZFTR-STATUZ         TO SYSR-STATUZ
              MOVE ZFTR-ZFTCREG-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZFTR-ALLOW                = 'Y'
              MOVE 'Y'                 TO WSAA-FILE-HELD
           ELSE
              IF ZFTR-REASON            = 'NREG'
                 MOVE 'N'              TO WSAA-FILE-HELD
                 DISPLAY 'B5458 NO CLINIC INVOICE FILE WAITING'
              ELSE
                 DISPLAY 'B5458 INBOUND FILE NOT REGISTERED - '
                         ZFTR-REASON
                 MOVE BOMB             TO SYSR-STATUZ
                 MOVE ZFTR-ZFTCREG-REC TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
           END-IF.
      *
      *  The medical fee and clinic payable sub-accounts.
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
      *  The clinics to settle are the TV158 items.
      *
           MOVE ZEROES                 TO WSAA-CLN-MAX
                                          WSAA-CLN-IX.
           INITIALIZE                  WSAA-CLN-TABLE.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE TV158                  TO ITEM-ITEMTABL.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE BEGN                   TO ITEM-FUNCTION.
           MOVE 'N'                    TO WSAA-ITEM-EOF.
      *
           PERFORM 1100-LOAD-CLINIC
               UNTIL WSAA-ITEM-EOF      = 'Y'.
      *
      *  The invoice lines.
      *
           MOVE ZEROES                 TO WSAA-INV-MAX.
           INITIALIZE                  WSAA-INV-TABLE.
      *
           IF WSAA-FILE-HELD            = 'Y'
              OPEN INPUT  ZPNIPF
              MOVE 'N'                 TO WSAA-FILE-EOF
              PERFORM 1200-LOAD-INVOICE
                  UNTIL WSAA-FILE-EOF   = 'Y'
              CLOSE ZPNIPF
           END-IF.
      *
           OPEN OUTPUT ZPNTPF.
      *
       1090-EXIT.
           EXIT.
      /
       1100-LOAD-CLINIC SECTION.
      **************************
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
           OR ITEM-ITEMTABL         NOT = TV158
              MOVE 'Y'                 TO WSAA-ITEM-EOF
              GO TO 1190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ITEM-FUNCTION.
      *
           IF WSAA-CLN-MAX          NOT < 500
              MOVE 'BOMB'              TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-CLN-MAX.
           MOVE ITEM-ITEMITEM          TO WSAA-CLN-CODE (WSAA-CLN-MAX).
      *
       1190-EXIT.
           EXIT.
      /
       1200-LOAD-INVOICE SECTION.
      ***************************
      *
       1210-READ.
      *
           READ ZPNIPF
               AT END
               MOVE 'Y'                TO WSAA-FILE-EOF
               GO TO 1290-EXIT
           END-READ.
      *
           IF WSAA-INV-MAX          NOT < 5000
              MOVE 'BOMB'              TO SYSR-STATUZ
              MOVE ZPNIPF-REC          TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-INV-MAX
                                          WSAA-INV-LOADED.
           MOVE CLINIC   OF ZPNIPF
                                 TO WSAA-INV-CLINIC   (WSAA-INV-MAX).
           MOVE INVNUM   OF ZPNIPF
                                 TO WSAA-INV-INVNUM   (WSAA-INV-MAX).
           MOVE CHDRNUM  OF ZPNIPF
                                 TO WSAA-INV-CHDRNUM  (WSAA-INV-MAX).
           MOVE LIFE     OF ZPNIPF
                                 TO WSAA-INV-LIFE     (WSAA-INV-MAX).
           MOVE REQCODE  OF ZPNIPF
                                 TO WSAA-INV-REQCODE  (WSAA-INV-MAX).
           MOVE EXAMDATE OF ZPNIPF
                                 TO WSAA-INV-EXAMDATE (WSAA-INV-MAX).
           MOVE INVAMT   OF ZPNIPF
                                 TO WSAA-INV-AMT      (WSAA-INV-MAX).
           MOVE 'N'                    TO WSAA-INV-FLAG (WSAA-INV-MAX).
      *
       1290-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           ADD 1                       TO WSAA-CLN-IX.
      *
           IF WSAA-CLN-IX               > WSAA-CLN-MAX
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
           MOVE WSAA-CLN-CODE (WSAA-CLN-IX)
                                       TO WSAA-CLINIC.
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
           PERFORM 2600-READ-CLINIC.
      *
      *  A clinic's month is settled once; invoice lines sent in
      *  again for it are listed.
      *
           INITIALIZE                  ZPNS-PARAMS.
           MOVE BSPR-COMPANY           TO ZPNS-CLINCOY.
           MOVE WSAA-CLINIC            TO ZPNS-CLINIC.
           MOVE WSAA-STMT-YM-N         TO ZPNS-STMTYM.
           MOVE ZPNSREC                TO ZPNS-FORMAT.
           MOVE READR                  TO ZPNS-FUNCTION.
      *
           CALL 'ZPNSIO'            USING ZPNS-PARAMS.
      *
           IF ZPNS-STATUZ           NOT = O-K AND MRNF
              MOVE ZPNS-STATUZ         TO SYSR-STATUZ
              MOVE ZPNS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZPNS-STATUZ               = O-K
              MOVE 'SETL'              TO WSAA-MISREASN
              PERFORM 2700-LIST-SETTLED
                  VARYING WSAA-INV-IX FROM 1 BY 1
                    UNTIL WSAA-INV-IX    > WSAA-INV-MAX
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2600-READ-CLINIC SECTION.
      **************************
      *
       2610-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE TV158                  TO ITEM-ITEMTABL.
           MOVE WSAA-CLINIC            TO ITEM-ITEMITEM.
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
           MOVE ITEM-GENAREA           TO TV158-TV158-REC.
      *
       2690-EXIT.
           EXIT.
      /
       2700-LIST-SETTLED SECTION.
      ***************************
      *
       2710-START.
      *
           IF  WSAA-INV-FLAG   (WSAA-INV-IX) = 'N'
           AND WSAA-INV-CLINIC (WSAA-INV-IX) = WSAA-CLINIC
               PERFORM 3400-LIST-INVOICE
           END-IF.
      *
       2790-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE ZEROES                 TO WSAA-ACCRCNT
                                          WSAA-ACCRAMT
                                          WSAA-INVCNT
                                          WSAA-INVAMT
                                          WSAA-MATCNT
                                          WSAA-MISCNT
                                          WSAA-AGREED.
      *
      *  The clinic's invoice lines.
      *
           PERFORM 3050-COUNT-INVOICE
               VARYING WSAA-INV-IX FROM 1 BY 1
                 UNTIL WSAA-INV-IX       > WSAA-INV-MAX.
      *
      *  Its open accruals, matched to the lines.
      *
           MOVE 'N'                    TO WSAA-ZPNA-EOF.
      *
           INITIALIZE                  ZPNA-PARAMS.
           MOVE WSAA-CLINIC            TO ZPNA-CLINIC.
           MOVE BSPR-COMPANY           TO ZPNA-CHDRCOY.
           MOVE ZPNAREC                TO ZPNA-FORMAT.
           MOVE BEGNH                  TO ZPNA-FUNCTION.
      *
           PERFORM 3100-READ-ZPNA
               UNTIL WSAA-ZPNA-EOF      = 'Y'.
      *
      *  The lines left have nothing open to match.
      *
           PERFORM 3300-UNMATCHED-INVOICE
               VARYING WSAA-INV-IX FROM 1 BY 1
                 UNTIL WSAA-INV-IX       > WSAA-INV-MAX.
      *
      *  A clinic with nothing accrued or invoiced has no
      *  statement.
      *
           IF  WSAA-ACCRCNT             = ZERO
           AND WSAA-INVCNT              = ZERO
               GO TO 3090-EXIT
           END-IF.
      *
           PERFORM 3700-SETTLE.
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
       3050-COUNT-INVOICE SECTION.
      ****************************
      *
       3051-START.
      *
           IF WSAA-INV-CLINIC (WSAA-INV-IX)
                                    NOT = WSAA-CLINIC
              GO TO 3059-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-INVCNT.
           ADD WSAA-INV-AMT (WSAA-INV-IX)
                                       TO WSAA-INVAMT.
      *
       3059-EXIT.
           EXIT.
      /
       3100-READ-ZPNA SECTION.
      ************************
      *
       3110-READ.
      *
           CALL 'ZPNAIO'            USING ZPNA-PARAMS.
      *
           IF ZPNA-STATUZ           NOT = O-K AND ENDP
              MOVE ZPNA-STATUZ         TO SYSR-STATUZ
              MOVE ZPNA-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZPNA-STATUZ               = ENDP
           OR ZPNA-CLINIC           NOT = WSAA-CLINIC
           OR ZPNA-CHDRCOY          NOT = BSPR-COMPANY
              MOVE 'Y'                 TO WSAA-ZPNA-EOF
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZPNA-FUNCTION.
      *
      *  Only an open accrual for an examination in the month or
      *  before it is on the statement.
      *
           IF ZPNA-ACCRSTAT         NOT = 'A'
           OR ZPNA-EXAMDATE             > WSAA-STMT-END-N
              GO TO 3190-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-ACCRCNT.
           ADD ZPNA-FEEAMT             TO WSAA-ACCRAMT.
      *
           MOVE 'N'                    TO WSAA-FOUND.
      *
           PERFORM 3150-MATCH-ENTRY
               VARYING WSAA-INV-IX FROM 1 BY 1
                 UNTIL WSAA-INV-IX       > WSAA-INV-MAX
                    OR WSAA-FOUND        = 'Y'.
      *
           IF WSAA-FOUND            NOT = 'Y'
              MOVE 'NINV'              TO WSAA-MISREASN
              MOVE ZEROES              TO WSAA-INV-IX
              PERFORM 3800-WRITE-LINE
              GO TO 3190-EXIT
           END-IF.
      *
      *  The loop has stepped past the line found.
      *
           SUBTRACT 1                FROM WSAA-INV-IX.
      *
           IF WSAA-INV-AMT (WSAA-INV-IX)
                                    NOT = ZPNA-FEEAMT
              MOVE 'X'                 TO WSAA-INV-FLAG (WSAA-INV-IX)
              MOVE 'AMNT'              TO WSAA-MISREASN
              PERFORM 3800-WRITE-LINE
              GO TO 3190-EXIT
           END-IF.
      *
           PERFORM 3200-AGREE.
      *
       3190-EXIT.
           EXIT.
      /
       3150-MATCH-ENTRY SECTION.
      **************************
      *
       3151-START.
      *
           IF  WSAA-INV-FLAG    (WSAA-INV-IX) = 'N'
           AND WSAA-INV-CLINIC  (WSAA-INV-IX) = WSAA-CLINIC
           AND WSAA-INV-CHDRNUM (WSAA-INV-IX) = ZPNA-CHDRNUM
           AND WSAA-INV-LIFE    (WSAA-INV-IX) = ZPNA-LIFE
           AND WSAA-INV-REQCODE (WSAA-INV-IX) = ZPNA-REQCODE
               MOVE 'Y'                TO WSAA-FOUND
           END-IF.
      *
       3159-EXIT.
           EXIT.
      /
       3200-AGREE SECTION.
      ********************
      *
       3210-START.
      *
           MOVE 'Y'                    TO WSAA-INV-FLAG (WSAA-INV-IX).
      *
           MOVE 'P'                    TO ZPNA-ACCRSTAT.
           MOVE WSAA-INV-INVNUM (WSAA-INV-IX)
                                       TO ZPNA-INVNUM.
           MOVE WSAA-INV-AMT (WSAA-INV-IX)
                                       TO ZPNA-INVAMT.
           MOVE WSAA-STMT-YM-N         TO ZPNA-STMTYM.
           MOVE ZPNAREC                TO ZPNA-FORMAT.
           MOVE REWRT                  TO ZPNA-FUNCTION.
      *
           CALL 'ZPNAIO'            USING ZPNA-PARAMS.
      *
           IF ZPNA-STATUZ           NOT = O-K
              MOVE ZPNA-STATUZ         TO SYSR-STATUZ
              MOVE ZPNA-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE NEXTR                  TO ZPNA-FUNCTION.
      *
           ADD 1                       TO WSAA-MATCNT
                                          WSAA-TOT-MATCH.
           ADD ZPNA-FEEAMT             TO WSAA-AGREED.
      *
           MOVE SPACES                 TO WSAA-MISREASN.
           PERFORM 3800-WRITE-LINE.
      *
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3290-EXIT.
           EXIT.
      /
       3300-UNMATCHED-INVOICE SECTION.
      ********************************
      *
       3310-START.
      *
           IF WSAA-INV-FLAG   (WSAA-INV-IX) NOT = 'N'
           OR WSAA-INV-CLINIC (WSAA-INV-IX) NOT = WSAA-CLINIC
              GO TO 3390-EXIT
           END-IF.
      *
      *  Billed for an examination already paid, or for one we
      *  hold no accrual of.
      *
           MOVE 'N'                    TO WSAA-PAID-BEFORE
                                          WSAA-ZPNA-EOF.
      *
           INITIALIZE                  ZPNA-PARAMS.
           MOVE WSAA-CLINIC            TO ZPNA-CLINIC.
           MOVE BSPR-COMPANY           TO ZPNA-CHDRCOY.
           MOVE WSAA-INV-CHDRNUM (WSAA-INV-IX)
                                       TO ZPNA-CHDRNUM.
           MOVE WSAA-INV-LIFE (WSAA-INV-IX)
                                       TO ZPNA-LIFE.
           MOVE ZPNAREC                TO ZPNA-FORMAT.
           MOVE BEGN                   TO ZPNA-FUNCTION.
      *
           PERFORM 3350-PAID-BEFORE
               UNTIL WSAA-ZPNA-EOF      = 'Y'.
      *
           IF WSAA-PAID-BEFORE          = 'Y'
              MOVE 'DUPL'              TO WSAA-MISREASN
           ELSE
              MOVE 'NACC'              TO WSAA-MISREASN
           END-IF.
      *
           PERFORM 3400-LIST-INVOICE.
      *
       3390-EXIT.
           EXIT.
      /
       3350-PAID-BEFORE SECTION.
      **************************
      *
       3351-READ.
      *
           CALL 'ZPNAIO'            USING ZPNA-PARAMS.
      *
           IF ZPNA-STATUZ           NOT = O-K AND ENDP
              MOVE ZPNA-STATUZ         TO SYSR-STATUZ
              MOVE ZPNA-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZPNA-STATUZ               = ENDP
           OR ZPNA-CLINIC           NOT = WSAA-CLINIC
           OR ZPNA-CHDRCOY          NOT = BSPR-COMPANY
           OR ZPNA-CHDRNUM          NOT = WSAA-INV-CHDRNUM (WSAA-INV-IX)
           OR ZPNA-LIFE             NOT = WSAA-INV-LIFE (WSAA-INV-IX)
              MOVE 'Y'                 TO WSAA-ZPNA-EOF
              GO TO 3359-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZPNA-FUNCTION.
      *
           IF  ZPNA-REQCODE             = WSAA-INV-REQCODE (WSAA-INV-IX)
           AND ZPNA-ACCRSTAT            = 'P'
               MOVE 'Y'                TO WSAA-PAID-BEFORE
               MOVE 'Y'                TO WSAA-ZPNA-EOF
           END-IF.
      *
       3359-EXIT.
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
       3400-LIST-INVOICE SECTION.
      ***************************
      *
       3410-START.
      *
      *  An invoice line with no accrual to agree it to.
      *
           MOVE 'X'                    TO WSAA-INV-FLAG (WSAA-INV-IX).
      *
           MOVE SPACES                 TO ZPNTPF-REC.
           MOVE WSAA-INV-CLINIC (WSAA-INV-IX)
                                       TO CLINIC    OF ZPNTPF.
           MOVE WSAA-STMT-YM-N         TO STMTYM    OF ZPNTPF.
           MOVE 'X'                    TO LINETYP   OF ZPNTPF.
           MOVE WSAA-INV-CHDRNUM (WSAA-INV-IX)
                                       TO CHDRNUM   OF ZPNTPF.
           MOVE WSAA-INV-LIFE (WSAA-INV-IX)
                                       TO LIFE      OF ZPNTPF.
           MOVE WSAA-INV-REQCODE (WSAA-INV-IX)
                                       TO REQCODE   OF ZPNTPF.
           MOVE WSAA-INV-EXAMDATE (WSAA-INV-IX)
                                       TO EXAMDATE  OF ZPNTPF.
           MOVE WSAA-INV-INVNUM (WSAA-INV-IX)
                                       TO INVNUM    OF ZPNTPF.
           MOVE WSAA-INV-AMT (WSAA-INV-IX)
                                       TO INVAMT    OF ZPNTPF.
           MOVE ZEROES                 TO FEEAMT    OF ZPNTPF
                                          ACCRCNT   OF ZPNTPF
                                          ACCRAMT   OF ZPNTPF
                                          INVCNT    OF ZPNTPF
                                          AGREED    OF ZPNTPF
                                          MISCNT    OF ZPNTPF.
           MOVE WSAA-MISREASN          TO MISREASN  OF ZPNTPF.
           MOVE WSAA-RUN-DATE          TO REPDATE   OF ZPNTPF.
      *
           WRITE ZPNTPF-REC.
      *
           ADD 1                       TO WSAA-MISCNT
                                          WSAA-TOT-MIS.
      *
           MOVE CT04                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3490-EXIT.
           EXIT.
      /
       3700-SETTLE SECTION.
      *********************
      *
       3710-START.
      *
      *  The agreed fees are booked to the clinic and paid.
      *
           IF WSAA-AGREED               > ZERO
              PERFORM 3750-POST
              PERFORM 3770-RAISE-PREQ
           END-IF.
      *
           INITIALIZE                  ZPNS-PARAMS.
           MOVE BSPR-COMPANY           TO ZPNS-CLINCOY.
           MOVE WSAA-CLINIC            TO ZPNS-CLINIC.
           MOVE WSAA-STMT-YM-N         TO ZPNS-STMTYM.
           MOVE WSAA-ACCRCNT           TO ZPNS-ACCRCNT.
           MOVE WSAA-ACCRAMT           TO ZPNS-ACCRAMT.
           MOVE WSAA-INVCNT            TO ZPNS-INVCNT.
           MOVE WSAA-INVAMT            TO ZPNS-INVAMT.
           MOVE WSAA-MATCNT            TO ZPNS-MATCNT.
           MOVE WSAA-MISCNT            TO ZPNS-MISCNT.
           MOVE WSAA-AGREED            TO ZPNS-AGREED.
           MOVE WSAA-RUN-DATE          TO ZPNS-RUNDATE.
           MOVE ZPNSREC                TO ZPNS-FORMAT.
           MOVE WRITR                  TO ZPNS-FUNCTION.
      *
           CALL 'ZPNSIO'            USING ZPNS-PARAMS.
      *
           IF ZPNS-STATUZ           NOT = O-K
              MOVE ZPNS-STATUZ         TO SYSR-STATUZ
              MOVE ZPNS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  The statement total.
      *
           MOVE SPACES                 TO ZPNTPF-REC.
           MOVE WSAA-CLINIC            TO CLINIC    OF ZPNTPF.
           MOVE TV158-CLINNAME         TO CLINNAME  OF ZPNTPF.
           MOVE WSAA-STMT-YM-N         TO STMTYM    OF ZPNTPF.
           MOVE 'T'                    TO LINETYP   OF ZPNTPF.
           MOVE WSAA-ACCRCNT           TO ACCRCNT   OF ZPNTPF.
           MOVE WSAA-ACCRAMT           TO ACCRAMT   OF ZPNTPF.
           MOVE WSAA-INVCNT            TO INVCNT    OF ZPNTPF.
           MOVE WSAA-INVAMT            TO INVAMT    OF ZPNTPF.
           MOVE WSAA-AGREED            TO AGREED    OF ZPNTPF.
           MOVE WSAA-MISCNT            TO MISCNT    OF ZPNTPF.
           MOVE ZEROES                 TO EXAMDATE  OF ZPNTPF
                                          FEEAMT    OF ZPNTPF.
           MOVE WSAA-RUN-DATE          TO REPDATE   OF ZPNTPF.
      *
           WRITE ZPNTPF-REC.
      *
       3740-EXIT.
           EXIT.
      /
       3750-POST SECTION.
      *******************
      *
       3751-START.
      *
           INITIALIZE                  LIFA-LIFACMV-REC.
           MOVE 1                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-01      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-01         TO LIFA-GLCODE.
           MOVE '-'                    TO LIFA-GLSIGN.
           PERFORM 3760-POST-ONE.
      *
           INITIALIZE                  LIFA-LIFACMV-REC.
           MOVE 2                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-02      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-02         TO LIFA-GLCODE.
           MOVE '+'                    TO LIFA-GLSIGN.
           PERFORM 3760-POST-ONE.
      *
       3759-EXIT.
           EXIT.
      /
       3760-POST-ONE SECTION.
      ***********************
      *
       3761-START.
      *
           MOVE BPRD-AUTH-CODE         TO LIFA-BATCKEY.
           MOVE 'PSTW'                 TO LIFA-FUNCTION.
           MOVE WSAA-CLINIC            TO LIFA-RDOCNUM.
           MOVE BSPR-COMPANY           TO LIFA-RLDGCOY.
           MOVE WSAA-CLINIC            TO LIFA-RLDGACCT.
           MOVE WSAA-AGREED            TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE 'MEDICAL PANEL CLINIC FEES'
                                       TO LIFA-TRANDESC.
           MOVE WSAA-CLINIC            TO LIFA-TRANREF.
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
       3770-RAISE-PREQ SECTION.
      *************************
      *
       3771-START.
      *
      *  The agreed amount is paid to the clinic's payee and
      *  account.
      *
           INITIALIZE                  PREQ-PARAMS.
           MOVE 'MP'                   TO PREQ-RDOCPFX.
           MOVE BSPR-COMPANY           TO PREQ-RDOCCOY.
           MOVE WSAA-CLINIC            TO PREQ-RDOCNUM.
           MOVE WSAA-CLINIC            TO PREQ-RLDGACCT.
           MOVE T5645-SACSCODE-02      TO PREQ-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO PREQ-SACSTYP.
           MOVE TV158-PAYEENME         TO PREQ-PAYEENME.
           MOVE TV158-BANKKEY          TO PREQ-BANKKEY.
           MOVE TV158-BANKACCKEY       TO PREQ-BANKACCKEY.
           MOVE TV158-PAYMMETH         TO PREQ-PAYMMETH.
           MOVE TV158-PAYCURR          TO PREQ-PAYCURR.
           MOVE WSAA-AGREED            TO PREQ-PYMT.
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
           ADD WSAA-AGREED             TO WSAA-TOT-PAID.
      *
           MOVE CT05                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE CT06                   TO CONT-TOTNO.
           MOVE WSAA-AGREED            TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3779-EXIT.
           EXIT.
      /
       3800-WRITE-LINE SECTION.
      *************************
      *
       3810-START.
      *
      *  An accrual on the statement: agreed ('M') or not ('X').
      *
           MOVE SPACES                 TO ZPNTPF-REC.
           MOVE WSAA-CLINIC            TO CLINIC    OF ZPNTPF.
           MOVE WSAA-STMT-YM-N         TO STMTYM    OF ZPNTPF.
           MOVE ZPNA-CHDRNUM           TO CHDRNUM   OF ZPNTPF.
           MOVE ZPNA-LIFE              TO LIFE      OF ZPNTPF.
           MOVE ZPNA-REQCODE           TO REQCODE   OF ZPNTPF.
           MOVE ZPNA-EXAMDATE          TO EXAMDATE  OF ZPNTPF.
           MOVE ZPNA-FEEAMT            TO FEEAMT    OF ZPNTPF.
           MOVE ZEROES                 TO INVAMT    OF ZPNTPF
                                          ACCRCNT   OF ZPNTPF
                                          ACCRAMT   OF ZPNTPF
                                          INVCNT    OF ZPNTPF
                                          AGREED    OF ZPNTPF
                                          MISCNT    OF ZPNTPF.
      *
           IF WSAA-INV-IX               > ZERO
              MOVE WSAA-INV-INVNUM (WSAA-INV-IX)
                                       TO INVNUM    OF ZPNTPF
              MOVE WSAA-INV-AMT (WSAA-INV-IX)
                                       TO INVAMT    OF ZPNTPF
           END-IF.
      *
           MOVE WSAA-MISREASN          TO MISREASN  OF ZPNTPF.
           MOVE WSAA-RUN-DATE          TO REPDATE   OF ZPNTPF.
      *
           IF WSAA-MISREASN             = SPACES
              MOVE 'M'                 TO LINETYP   OF ZPNTPF
           ELSE
              MOVE 'X'                 TO LINETYP   OF ZPNTPF
              ADD 1                    TO WSAA-MISCNT
                                          WSAA-TOT-MIS
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           WRITE ZPNTPF-REC.
      *
       3890-EXIT.
           EXIT.
      /
       4000-CLOSE SECTION.
      ********************
      *
       4010-CLOSE-FILES.
      *
      *  Invoice lines of a clinic not on the panel register.
      *
           MOVE SPACES                 TO WSAA-CLINIC.
           MOVE 'NCLN'                 TO WSAA-MISREASN.
      *
           PERFORM 4100-LIST-UNKNOWN
               VARYING WSAA-INV-IX FROM 1 BY 1
                 UNTIL WSAA-INV-IX       > WSAA-INV-MAX.
      *
           CLOSE ZPNTPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5458 MEDICAL PANEL CLINIC SETTLEMENT'.
           DISPLAY 'STATEMENT MONTH...........: ' WSAA-STMT-YM.
           DISPLAY 'INVOICE LINES LOADED......: ' WSAA-INV-LOADED.
           DISPLAY 'CLINIC STATEMENTS.........: ' WSAA-STMT-CNT.
           DISPLAY 'EXAMINATIONS AGREED.......: ' WSAA-TOT-MATCH.
           DISPLAY 'MISMATCHES LISTED.........: ' WSAA-TOT-MIS.
           DISPLAY 'PAYMENT REQUESTS..........: ' WSAA-PREQ-CNT.
           DISPLAY 'AMOUNT REQUESTED..........: ' WSAA-TOT-PAID.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-LIST-UNKNOWN SECTION.
      ***************************
      *
       4110-START.
      *
           IF WSAA-INV-FLAG (WSAA-INV-IX) = 'N'
              PERFORM 3400-LIST-INVOICE
           END-IF.
      *
       4190-EXIT.
           EXIT.
