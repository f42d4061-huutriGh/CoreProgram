      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5460.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   REINSURANCE TREATY QUARTERLY STATEMENT OF ACCOUNT.
      *
      *   Each quarter the account with every reinsurer is settled
      *   per treaty: the premium we ceded (the bordereau rows
      *   B5388 holds on the ZBRH register) less the reinsurance
      *   commission on it, less the claim recoveries due from the
      *   reinsurer (the receivables P5361 raises on ZRCV), is the
      *   balance one side owes the other.
      *
      *   The reinsurers are the TV160 items, keyed by reinsurer
      *   number: name, payee and account, and the treaties they
      *   accept with the commission rate of each.  For each
      *   reinsurer and treaty, for the statement quarter (PZ451,
      *   by default the quarter before the run):
      *
      *   - every ZBRH row not yet settled, for an instalment from
      *     a date up to the end of the quarter, and every ZRCV
      *     recovery still outstanding ('O') raised up to the end
      *     of the quarter, goes on the statement - so an item
      *     missed from an earlier quarter is carried into this
      *     one.  Each is marked settled with the quarter: the ZBRH
      *     row 'S', the recovery 'S' with the date, so an item is
      *     never settled twice and B5389 stops ageing it;
      *
      *   - the commission is the treaty's TV160 rate on the
      *     premium, and the net balance premium less commission
      *     less recoveries;
      *
      *   - a balance we owe is posted through this program's
      *     T5645 item (01 reinsurance settlement, 02 reinsurer
      *     payable) and raised as a payment request (PREQ 'RQ')
      *     to the reinsurer's TV160 payee and account;
      *
      *   - a balance the reinsurer owes is posted as a receivable
      *     (03 reinsurer receivable, 01 reinsurance settlement)
      *     on the reinsurer's ledger account, for the cash to be
      *     matched against when it comes in;
      *
      *   - the statement is printed to ZRSTPF: 'P' premium rows,
      *     'C' recoveries, 'T' total with the commission and the
      *     net balance ('P' we pay, 'R' we receive).
      *
      *   A treaty with nothing open for the quarter produces no
      *   statement.  Cessions to a reinsurer or treaty not on
      *   TV160 stay open until the table is set up.
      *
      *   Control totals:
      *     01  -  Reinsurers read
      *     02  -  Treaty statements produced
      *     03  -  Bordereau rows settled
      *     04  -  Recoveries settled
      *     05  -  Payment requests raised
      *     06  -  Amount payable
      *     07  -  Receivables raised
      *     08  -  Amount receivable
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
      * 15/10/26  01/01   PH2690       Phi Tran - IT DEV                    *
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
           SELECT ZRSTPF               ASSIGN TO DATABASE-ZRSTPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZRSTPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZRSTPF-REC.
       01  ZRSTPF-REC.
           COPY DDS-ALL-FORMATS            OF ZRSTPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5460'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-ITEM-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZBRH-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZRCV-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-JRNSEQ                 PIC S9(02) COMP-3 VALUE 0.
       01  WSAA-RUN-DATE               PIC 9(08) VALUE 0.
       01  WSAA-RUN-DATE-X REDEFINES WSAA-RUN-DATE.
           03  WSAA-RUN-YY             PIC 9(04).
           03  WSAA-RUN-MM             PIC 9(02).
           03  WSAA-RUN-DD             PIC 9(02).
      *
       01  WSAA-STMT-QTR.
           03  WSAA-STMT-YY            PIC 9(04).
           03  FILLER                  PIC X(01) VALUE 'Q'.
           03  WSAA-STMT-Q             PIC 9(01).
      *
       01  WSAA-QTR-END.
           03  WSAA-QTR-END-YY         PIC 9(04).
           03  WSAA-QTR-END-MM         PIC 9(02).
           03  WSAA-QTR-END-DD         PIC 9(02).
       01  WSAA-QTR-END-N REDEFINES WSAA-QTR-END
                                       PIC 9(08).
      *
      *  The reinsurers, loaded at the start.
      *
       01  WSAA-RAS-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-RAS-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-RAS-TABLE.
           03  WSAA-RAS-CODE           PIC X(08) OCCURS 500.
       01  WSAA-RASNUM                 PIC X(08) VALUE SPACES.
      *
      *  The treaty's quarter.
      *
       01  WSAA-TRT-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-RATREATY               PIC X(04) VALUE SPACES.
       01  WSAA-RICOMMPC               PIC S9(03)V9(02) COMP-3 VALUE 0.
       01  WSAA-ITEMCNT                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-CEDPREM                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-RICOMM                 PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-RCVAMT                 PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-NETBAL                 PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-SETLAMT                PIC S9(13)V9(02) COMP-3 VALUE 0.
      *
       01  WSAA-STMT-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-ZBRH-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-ZRCV-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-PREQ-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-TOT-PAY                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-RECV-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-TOT-RECV               PIC S9(13)V9(02) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  PREQREC                 PIC X(10) VALUE 'PREQREC'.
           03  ZBRHREC                 PIC X(10) VALUE 'ZBRHREC'.
           03  ZRCVREC                 PIC X(10) VALUE 'ZRCVREC'.
           03  ZRCVRASREC              PIC X(10) VALUE 'ZRCVRASREC'.
      *
       01  TABLES.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  TV160                   PIC X(06) VALUE 'TV160'.
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
           COPY TV160REC.
           COPY LIFACMVREC.
           COPY PZ451PAR.
      /
           COPY PREQSKM.
           COPY ZBRHSKM.
           COPY ZRCVSKM.
           COPY ZRCVRASSKM.
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
           MOVE BUPA-PARMAREA          TO PZ451-PARAMS.
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-RUN-DATE.
      *
      *  The statement quarter, by default the one before the run.
      *
           IF  PZ451-RPTYEAR            > ZERO
           AND PZ451-RPTQTR             > ZERO
           AND PZ451-RPTQTR         NOT > 4
               MOVE PZ451-RPTYEAR      TO WSAA-STMT-YY
               MOVE PZ451-RPTQTR       TO WSAA-STMT-Q
           ELSE
               MOVE WSAA-RUN-YY        TO WSAA-STMT-YY
               COMPUTE WSAA-STMT-Q      = (WSAA-RUN-MM + 2) / 3
               IF WSAA-STMT-Q           = 1
                  SUBTRACT 1         FROM WSAA-STMT-YY
                  MOVE 4               TO WSAA-STMT-Q
               ELSE
                  SUBTRACT 1         FROM WSAA-STMT-Q
               END-IF
           END-IF.
      *
           MOVE WSAA-STMT-YY           TO WSAA-QTR-END-YY.
           COMPUTE WSAA-QTR-END-MM      = WSAA-STMT-Q * 3.
           MOVE 31                     TO WSAA-QTR-END-DD.
      *
      *  The settlement, payable and receivable sub-accounts.
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
      *  The reinsurers to settle with are the TV160 items.
      *
           MOVE ZEROES                 TO WSAA-RAS-MAX
                                          WSAA-RAS-IX.
           INITIALIZE                  WSAA-RAS-TABLE.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE TV160                  TO ITEM-ITEMTABL.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE BEGN                   TO ITEM-FUNCTION.
           MOVE 'N'                    TO WSAA-ITEM-EOF.
      *
           PERFORM 1100-LOAD-REINSURER
               UNTIL WSAA-ITEM-EOF      = 'Y'.
      *
           OPEN OUTPUT ZRSTPF.
      *
       1090-EXIT.
           EXIT.
      /
       1100-LOAD-REINSURER SECTION.
      *****************************
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
           OR ITEM-ITEMTABL         NOT = TV160
              MOVE 'Y'                 TO WSAA-ITEM-EOF
              GO TO 1190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ITEM-FUNCTION.
      *
           IF WSAA-RAS-MAX          NOT < 500
              MOVE 'BOMB'              TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-RAS-MAX.
           MOVE ITEM-ITEMITEM          TO WSAA-RAS-CODE (WSAA-RAS-MAX).
      *
       1190-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           ADD 1                       TO WSAA-RAS-IX.
      *
           IF WSAA-RAS-IX               > WSAA-RAS-MAX
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
           MOVE WSAA-RAS-CODE (WSAA-RAS-IX)
                                       TO WSAA-RASNUM.
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
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE TV160                  TO ITEM-ITEMTABL.
           MOVE WSAA-RASNUM            TO ITEM-ITEMITEM.
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
           MOVE ITEM-GENAREA           TO TV160-TV160-REC.
      *
       2590-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
      *  One statement per treaty the reinsurer accepts.
      *
           PERFORM 3100-SETTLE-TREATY
               VARYING WSAA-TRT-IX FROM 1 BY 1
                 UNTIL WSAA-TRT-IX       > 10.
      *
       3090-EXIT.
           EXIT.
      /
       3100-SETTLE-TREATY SECTION.
      ****************************
      *
       3110-START.
      *
           IF TV160-RATREATY (WSAA-TRT-IX)
                                        = SPACES
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE TV160-RATREATY (WSAA-TRT-IX)
                                       TO WSAA-RATREATY.
           MOVE TV160-RICOMMPC (WSAA-TRT-IX)
                                       TO WSAA-RICOMMPC.
           MOVE ZEROES                 TO WSAA-ITEMCNT
                                          WSAA-CEDPREM
                                          WSAA-RICOMM
                                          WSAA-RCVAMT
                                          WSAA-NETBAL.
      *
      *  The premium ceded and not yet settled.
      *
           MOVE 'N'                    TO WSAA-ZBRH-EOF.
      *
           INITIALIZE                  ZBRH-PARAMS.
           MOVE BSPR-COMPANY           TO ZBRH-CHDRCOY.
           MOVE WSAA-RASNUM            TO ZBRH-RASNUM.
           MOVE WSAA-RATREATY          TO ZBRH-RATREATY.
           MOVE ZBRHREC                TO ZBRH-FORMAT.
           MOVE BEGNH                  TO ZBRH-FUNCTION.
      *
           PERFORM 3200-ONE-BORDEREAU
               UNTIL WSAA-ZBRH-EOF      = 'Y'.
      *
      *  The recoveries still outstanding.
      *
           MOVE 'N'                    TO WSAA-ZRCV-EOF.
      *
           INITIALIZE                  ZRCVRAS-PARAMS.
           MOVE BSPR-COMPANY           TO ZRCVRAS-CHDRCOY.
           MOVE WSAA-RASNUM            TO ZRCVRAS-RASNUM.
           MOVE WSAA-RATREATY          TO ZRCVRAS-RATREATY.
           MOVE ZRCVRASREC             TO ZRCVRAS-FORMAT.
           MOVE BEGN                   TO ZRCVRAS-FUNCTION.
      *
           PERFORM 3300-ONE-RECOVERY
               UNTIL WSAA-ZRCV-EOF      = 'Y'.
      *
           IF WSAA-ITEMCNT              = ZERO
              GO TO 3190-EXIT
           END-IF.
      *
           COMPUTE WSAA-RICOMM ROUNDED  = WSAA-CEDPREM
                                        * WSAA-RICOMMPC / 100.
           COMPUTE WSAA-NETBAL          = WSAA-CEDPREM
                                        - WSAA-RICOMM
                                        - WSAA-RCVAMT.
      *
      *  The statement total.
      *
           MOVE SPACES                 TO ZRSTPF-REC.
           PERFORM 3800-LINE-KEY.
           MOVE 'T'                    TO LINETYP   OF ZRSTPF.
           MOVE WSAA-CEDPREM           TO CEDPREM   OF ZRSTPF.
           MOVE WSAA-RICOMMPC          TO RICOMMPC  OF ZRSTPF.
           MOVE WSAA-RICOMM            TO RICOMM    OF ZRSTPF.
           MOVE WSAA-RCVAMT            TO RCVAMT    OF ZRSTPF.
           MOVE WSAA-NETBAL            TO NETBAL    OF ZRSTPF.
           MOVE ZEROES                 TO ITEMDATE  OF ZRSTPF.
      *
           IF WSAA-NETBAL               < ZERO
              MOVE 'R'                 TO DIRECTN   OF ZRSTPF
           ELSE
              MOVE 'P'                 TO DIRECTN   OF ZRSTPF
           END-IF.
      *
           WRITE ZRSTPF-REC.
      *
           ADD 1                       TO WSAA-STMT-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
      *  The balance is paid to, or receivable from, the reinsurer.
      *
           IF WSAA-NETBAL               > ZERO
              MOVE WSAA-NETBAL         TO WSAA-SETLAMT
              PERFORM 3700-POST-PAYABLE
              PERFORM 3770-RAISE-PREQ
           END-IF.
      *
           IF WSAA-NETBAL               < ZERO
              COMPUTE WSAA-SETLAMT      = WSAA-NETBAL * -1
              PERFORM 3750-POST-RECEIVABLE
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-ONE-BORDEREAU SECTION.
      ****************************
      *
       3210-START.
      *
           CALL 'ZBRHIO'            USING ZBRH-PARAMS.
      *
           IF ZBRH-STATUZ           NOT = O-K AND ENDP
              MOVE ZBRH-STATUZ         TO SYSR-STATUZ
              MOVE ZBRH-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZBRH-STATUZ               = ENDP
           OR ZBRH-CHDRCOY          NOT = BSPR-COMPANY
           OR ZBRH-RASNUM           NOT = WSAA-RASNUM
           OR ZBRH-RATREATY         NOT = WSAA-RATREATY
              MOVE 'Y'                 TO WSAA-ZBRH-EOF
              GO TO 3290-EXIT
           END-IF.
      *
           IF ZBRH-SETLSTAT             = 'S'
           OR ZBRH-INSTFROM             > WSAA-QTR-END-N
              MOVE NEXTR               TO ZBRH-FUNCTION
              GO TO 3290-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-ITEMCNT.
           ADD ZBRH-CEDPREM            TO WSAA-CEDPREM.
      *
           MOVE 'S'                    TO ZBRH-SETLSTAT.
           MOVE WSAA-STMT-QTR          TO ZBRH-STMTQTR.
           MOVE WSAA-RUN-DATE          TO ZBRH-SETLDATE.
           MOVE ZBRHREC                TO ZBRH-FORMAT.
           MOVE REWRT                  TO ZBRH-FUNCTION.
      *
           CALL 'ZBRHIO'            USING ZBRH-PARAMS.
      *
           IF ZBRH-STATUZ           NOT = O-K
              MOVE ZBRH-STATUZ         TO SYSR-STATUZ
              MOVE ZBRH-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE SPACES                 TO ZRSTPF-REC.
           PERFORM 3800-LINE-KEY.
           MOVE 'P'                    TO LINETYP   OF ZRSTPF.
           MOVE ZBRH-CHDRNUM           TO CHDRNUM   OF ZRSTPF.
           MOVE ZBRH-LIFE              TO LIFE      OF ZRSTPF.
           MOVE ZBRH-COVERAGE          TO COVERAGE  OF ZRSTPF.
           MOVE ZBRH-RIDER             TO RIDER     OF ZRSTPF.
           MOVE ZBRH-INSTFROM          TO ITEMDATE  OF ZRSTPF.
           MOVE ZBRH-CEDPREM           TO CEDPREM   OF ZRSTPF.
           MOVE ZEROES                 TO RICOMMPC  OF ZRSTPF
                                          RICOMM    OF ZRSTPF
                                          RCVAMT    OF ZRSTPF
                                          NETBAL    OF ZRSTPF.
           WRITE ZRSTPF-REC.
      *
           ADD 1                       TO WSAA-ZBRH-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE NEXTR                  TO ZBRH-FUNCTION.
      *
       3290-EXIT.
           EXIT.
      /
       3300-ONE-RECOVERY SECTION.
      ***************************
      *
       3310-START.
      *
           CALL 'ZRCVRASIO'         USING ZRCVRAS-PARAMS.
      *
           IF ZRCVRAS-STATUZ        NOT = O-K AND ENDP
              MOVE ZRCVRAS-STATUZ      TO SYSR-STATUZ
              MOVE ZRCVRAS-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRCVRAS-STATUZ            = ENDP
           OR ZRCVRAS-CHDRCOY       NOT = BSPR-COMPANY
           OR ZRCVRAS-RASNUM        NOT = WSAA-RASNUM
           OR ZRCVRAS-RATREATY      NOT = WSAA-RATREATY
              MOVE 'Y'                 TO WSAA-ZRCV-EOF
              GO TO 3390-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZRCVRAS-FUNCTION.
      *
           IF ZRCVRAS-RCVSTAT       NOT = 'O'
           OR ZRCVRAS-RAISDATE          > WSAA-QTR-END-N
              GO TO 3390-EXIT
           END-IF.
      *
      *  The recovery is settled on its own register record.
      *
           INITIALIZE                  ZRCV-PARAMS.
           MOVE ZRCVRAS-CHDRCOY        TO ZRCV-CHDRCOY.
           MOVE ZRCVRAS-CHDRNUM        TO ZRCV-CHDRNUM.
           MOVE ZRCVRAS-CLAMNUM        TO ZRCV-CLAMNUM.
           MOVE ZRCVRAS-RCVSEQ         TO ZRCV-RCVSEQ.
           MOVE ZRCVREC                TO ZRCV-FORMAT.
           MOVE READH                  TO ZRCV-FUNCTION.
      *
           CALL 'ZRCVIO'            USING ZRCV-PARAMS.
      *
           IF ZRCV-STATUZ           NOT = O-K
              MOVE ZRCV-STATUZ         TO SYSR-STATUZ
              MOVE ZRCV-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE 'S'                    TO ZRCV-RCVSTAT.
           MOVE WSAA-RUN-DATE          TO ZRCV-RECVDATE.
           MOVE WSAA-STMT-QTR          TO ZRCV-STMTQTR.
           MOVE ZRCVREC                TO ZRCV-FORMAT.
           MOVE REWRT                  TO ZRCV-FUNCTION.
      *
           CALL 'ZRCVIO'            USING ZRCV-PARAMS.
      *
           IF ZRCV-STATUZ           NOT = O-K
              MOVE ZRCV-STATUZ         TO SYSR-STATUZ
              MOVE ZRCV-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-ITEMCNT.
           ADD ZRCVRAS-RCVAMT          TO WSAA-RCVAMT.
      *
           MOVE SPACES                 TO ZRSTPF-REC.
           PERFORM 3800-LINE-KEY.
           MOVE 'C'                    TO LINETYP   OF ZRSTPF.
           MOVE ZRCVRAS-CHDRNUM        TO CHDRNUM   OF ZRSTPF.
           MOVE ZRCVRAS-CLAMNUM        TO CLAMNUM   OF ZRSTPF.
           MOVE ZRCVRAS-LIFE           TO LIFE      OF ZRSTPF.
           MOVE ZRCVRAS-COVERAGE       TO COVERAGE  OF ZRSTPF.
           MOVE ZRCVRAS-RIDER          TO RIDER     OF ZRSTPF.
           MOVE ZRCVRAS-RAISDATE       TO ITEMDATE  OF ZRSTPF.
           MOVE ZRCVRAS-RCVAMT         TO RCVAMT    OF ZRSTPF.
           MOVE ZEROES                 TO CEDPREM   OF ZRSTPF
                                          RICOMMPC  OF ZRSTPF
                                          RICOMM    OF ZRSTPF
                                          NETBAL    OF ZRSTPF.
           WRITE ZRSTPF-REC.
      *
           ADD 1                       TO WSAA-ZRCV-CNT.
           MOVE CT04                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3390-EXIT.
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
       3700-POST-PAYABLE SECTION.
      ***************************
      *
       3710-START.
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
       3740-EXIT.
           EXIT.
      /
       3750-POST-RECEIVABLE SECTION.
      ******************************
      *
       3751-START.
      *
           INITIALIZE                  LIFA-LIFACMV-REC.
           MOVE 1                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-03      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-03      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-03         TO LIFA-GLCODE.
           MOVE '-'                    TO LIFA-GLSIGN.
           PERFORM 3760-POST-ONE.
      *
           INITIALIZE                  LIFA-LIFACMV-REC.
           MOVE 2                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-01      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-01         TO LIFA-GLCODE.
           MOVE '+'                    TO LIFA-GLSIGN.
           PERFORM 3760-POST-ONE.
      *
           ADD 1                       TO WSAA-RECV-CNT.
           ADD WSAA-SETLAMT            TO WSAA-TOT-RECV.
      *
           MOVE CT07                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE CT08                   TO CONT-TOTNO.
           MOVE WSAA-SETLAMT           TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
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
           MOVE WSAA-RASNUM            TO LIFA-RDOCNUM.
           MOVE BSPR-COMPANY           TO LIFA-RLDGCOY.
           MOVE WSAA-RASNUM            TO LIFA-RLDGACCT.
           MOVE WSAA-SETLAMT           TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE 'REINSURANCE TREATY SETTLEMENT'
                                       TO LIFA-TRANDESC.
           MOVE WSAA-RATREATY          TO LIFA-TRANREF.
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
      *  The balance we owe is paid to the reinsurer's payee and
      *  account.
      *
           INITIALIZE                  PREQ-PARAMS.
           MOVE 'MP'                   TO PREQ-RDOCPFX.
           MOVE BSPR-COMPANY           TO PREQ-RDOCCOY.
           MOVE WSAA-RASNUM            TO PREQ-RDOCNUM.
           MOVE WSAA-RASNUM            TO PREQ-RLDGACCT.
           MOVE T5645-SACSCODE-02      TO PREQ-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO PREQ-SACSTYP.
           MOVE TV160-PAYEENME         TO PREQ-PAYEENME.
           MOVE TV160-BANKKEY          TO PREQ-BANKKEY.
           MOVE TV160-BANKACCKEY       TO PREQ-BANKACCKEY.
           MOVE TV160-PAYMMETH         TO PREQ-PAYMMETH.
           MOVE TV160-PAYCURR          TO PREQ-PAYCURR.
           MOVE WSAA-SETLAMT           TO PREQ-PYMT.
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
           ADD WSAA-SETLAMT            TO WSAA-TOT-PAY.
      *
           MOVE CT05                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE CT06                   TO CONT-TOTNO.
           MOVE WSAA-SETLAMT           TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3779-EXIT.
           EXIT.
      /
       3800-LINE-KEY SECTION.
      ***********************
      *
       3810-START.
      *
           MOVE WSAA-RASNUM            TO RASNUM    OF ZRSTPF.
           MOVE TV160-RASNAME          TO RASNAME   OF ZRSTPF.
           MOVE WSAA-RATREATY          TO RATREATY  OF ZRSTPF.
           MOVE WSAA-STMT-QTR          TO STMTQTR   OF ZRSTPF.
           MOVE WSAA-RUN-DATE          TO REPDATE   OF ZRSTPF.
      *
       3890-EXIT.
           EXIT.
      /
       4000-CLOSE SECTION.
      ********************
      *
       4010-CLOSE-FILES.
      *
           CLOSE ZRSTPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5460 REINSURANCE TREATY STATEMENTS'.
           DISPLAY 'STATEMENT QUARTER.........: ' WSAA-STMT-QTR.
           DISPLAY 'TREATY STATEMENTS.........: ' WSAA-STMT-CNT.
           DISPLAY 'BORDEREAU ROWS SETTLED....: ' WSAA-ZBRH-CNT.
           DISPLAY 'RECOVERIES SETTLED........: ' WSAA-ZRCV-CNT.
           DISPLAY 'PAYMENT REQUESTS..........: ' WSAA-PREQ-CNT.
           DISPLAY 'AMOUNT PAYABLE............: ' WSAA-TOT-PAY.
           DISPLAY 'RECEIVABLES RAISED........: ' WSAA-RECV-CNT.
           DISPLAY 'AMOUNT RECEIVABLE.........: ' WSAA-TOT-RECV.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
