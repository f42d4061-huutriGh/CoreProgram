      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5462.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   MONTH-END BOOK SNAPSHOT.
      *
      *   Reads the contract book once at month end and holds a
      *   denormalised point-in-time view of it on the ZMES snapshot
      *   register, so that the month-end reporting jobs - B5386
      *   persistency, B5387 valuation, B5388 reinsurance bordereau,
      *   B5392 movement reconciliation and B5406 experience study -
      *   all report from the same view instead of each walking
      *   CHDR, COVR, PAYR and LOAN across the whole book.
      *
      *   Multi-threaded: the BZ018 splitter, run with scope 'A',
      *   cuts the whole book into the CHDXPF thread members and
      *   each occurrence of this job snapshots only the member
      *   matching its BSPR-PROCESS-OCC-NUM.
      *
      *   The snapshot period is the year-month of the snapshot
      *   date (PZ462, by default the schedule effective date).
      *   For each contract:
      *
      *    'C' one contract row (blank life / coverage / rider):
      *        contract type, status, agent, branch, issue date and
      *        transaction number; billing frequency, instalment and
      *        paid-to date from the payer; the loan balance;
      *
      *    'V' one row per component whose validity window covers
      *        the snapshot date (superseded rows included, as the
      *        valuation extract selects them): coverage table,
      *        statuses, sum insured, instalment premium, risk
      *        commencement and cessation, and the age at entry and
      *        sex of the life - with the contract data repeated.
      *
      *   A contract the splitter cut that is not on CHDRLIF - a
      *   proposal not yet issued - is skipped and counted.
      *
      *   A contract's rows for the period are replaced, so the
      *   snapshot may be taken again for the same month.
      *
      *   Control totals:
      *     01  -  Contracts snapshotted
      *     02  -  Component rows written
      *     03  -  Earlier rows replaced
      *     04  -  Contracts skipped - not on CHDRLIF (proposals)
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
      * 15/10/26  01/01   PH2693       Phi Tran - IT DEV                    *
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
           SELECT CHDXPF               ASSIGN TO DATABASE-CHDXPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  CHDXPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE CHDXPF-REC.
       01  CHDXPF-REC.
           COPY DDS-ALL-FORMATS            OF CHDXPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5462'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-ZMES-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-COVR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-LOAN-EOF               PIC X(01) VALUE 'N'.
      *
       01  WSAA-SNAP-DATE              PIC 9(08) VALUE 0.
       01  WSAA-SNAP-X REDEFINES WSAA-SNAP-DATE.
           05  WSAA-SNAP-YYMM          PIC X(06).
           05  FILLER                  PIC X(02).
      *
       01  WSAA-CHDRCOY                PIC X(01) VALUE SPACES.
       01  WSAA-CHDRNUM                PIC X(08) VALUE SPACES.
       01  WSAA-LAST-LIFE              PIC X(02) VALUE SPACES.
       01  WSAA-LOAN-BAL               PIC S9(13)V9(02) COMP-3 VALUE 0.
      *
       01  WSAA-CHDR-CNT               PIC S9(08) COMP-3 VALUE 0.
       01  WSAA-COMP-CNT               PIC S9(08) COMP-3 VALUE 0.
       01  WSAA-REPL-CNT               PIC S9(08) COMP-3 VALUE 0.
       01  WSAA-SKIP-CNT               PIC S9(08) COMP-3 VALUE 0.
      *
      *  The contract row, held to repeat its data on each
      *  component row.
      *
       01  WSAA-CONTRACT-ROW           PIC X(250) VALUE SPACES.
      *
       01  WSAA-THREAD-MEMBER.
           03  FILLER                  PIC X(06)   VALUE 'THREAD'.
           03  WSAA-THREAD-NUMBER      PIC 9(03).
           03  FILLER                  PIC X.
      *
       01  WSAA-QCMDEXC                PIC X(400).
       01  WSAA-QCMDEXC-LENGTH         PIC S9(10)V9(05) COMP-3
                                                     VALUE 400.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  COVRREC                 PIC X(10) VALUE 'COVRREC'.
           03  LIFEREC                 PIC X(10) VALUE 'LIFEREC'.
           03  LOANREC                 PIC X(10) VALUE 'LOANREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  ZMESREC                 PIC X(10) VALUE 'ZMESREC'.
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
           COPY PZ462PAR.
      /
           COPY CHDRLIFSKM.
           COPY COVRSKM.
           COPY LIFESKM.
           COPY LOANSKM.
           COPY PAYRSKM.
           COPY ZMESSKM.
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
           MOVE BUPA-PARMAREA          TO PZ462-PARAMS.
      *
           IF PZ462-SNAPDATE            > ZEROES
              MOVE PZ462-SNAPDATE      TO WSAA-SNAP-DATE
           ELSE
              MOVE BSSC-EFFECTIVE-DATE TO WSAA-SNAP-DATE
           END-IF.
      *
       1060-OPEN-THREAD-MEMBER.
      *
      *  Each occurrence of this job reads only its own member of
      *  the CHDXPF split file cut by the BZ018 splitter, keyed by
      *  BSPR-PROCESS-OCC-NUM.
      *
           MOVE BSPR-PROCESS-OCC-NUM   TO WSAA-THREAD-NUMBER.

           STRING
               'OVRDBF FILE(CHDXPF) TOFILE('
                                       DELIMITED BY SIZE
                BPRD-RUN-LIBRARY       DELIMITED BY SPACES
               '/CHDXPF) '
               'MBR(' WSAA-THREAD-MEMBER ')'
               ' SEQONLY(*YES 1000)'
                                       DELIMITED BY SIZE
                                       INTO WSAA-QCMDEXC
           END-STRING.

           CALL 'QCMDEXC' USING WSAA-QCMDEXC WSAA-QCMDEXC-LENGTH.

           OPEN INPUT CHDXPF.
      *
       1090-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           READ CHDXPF
               AT END
               MOVE ENDP               TO WSSP-EDTERROR
               GO TO 2090-EXIT
           END-READ.
      *
           MOVE CHDRCOY  OF CHDXPF     TO WSAA-CHDRCOY.
           MOVE CHDRNUM  OF CHDXPF     TO WSAA-CHDRNUM.
      *
       2090-EXIT.
           EXIT.
      /
       2500-EDIT SECTION.
      *******************
      *
       2510-EDIT.
      *
      * Every contract the splitter cut is snapshotted, except a
      * proposal, which is not on CHDRLIF.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           PERFORM 3200-GET-CONTRACT.
      *
           IF CHDRLIF-STATUZ            = MRNF
              ADD 1                    TO WSAA-SKIP-CNT
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              MOVE SPACES              TO WSSP-EDTERROR
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           PERFORM 3100-CLEAR-CONTRACT.
           PERFORM 3250-GET-PAYER.
           PERFORM 3300-SUM-LOANS.
           PERFORM 3400-WRITE-CONTRACT-ROW.
      *
           MOVE SPACES                 TO WSAA-LAST-LIFE.
           MOVE 'N'                    TO WSAA-COVR-EOF.
      *
           INITIALIZE                  COVR-PARAMS.
           MOVE WSAA-CHDRCOY           TO COVR-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO COVR-CHDRNUM.
           MOVE COVRREC                TO COVR-FORMAT.
           MOVE BEGN                   TO COVR-FUNCTION.
      *
           PERFORM 3700-PROCESS-COVR
               UNTIL WSAA-COVR-EOF      = 'Y'.
      *
           ADD 1                       TO WSAA-CHDR-CNT.
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
           EXIT.
      /
       3100-CLEAR-CONTRACT SECTION.
      *****************************
      *
       3110-START.
      *
      *  A snapshot taken again for the month replaces the
      *  contract's earlier rows.
      *
           MOVE 'N'                    TO WSAA-ZMES-EOF.
      *
           INITIALIZE                  ZMES-PARAMS.
           MOVE WSAA-CHDRCOY           TO ZMES-CHDRCOY.
           MOVE WSAA-SNAP-YYMM         TO ZMES-SNAPYM.
           MOVE WSAA-CHDRNUM           TO ZMES-CHDRNUM.
           MOVE ZMESREC                TO ZMES-FORMAT.
           MOVE BEGN                   TO ZMES-FUNCTION.
      *
           PERFORM 3150-DELETE-ROW
               UNTIL WSAA-ZMES-EOF      = 'Y'.
      *
       3190-EXIT.
           EXIT.
      /
       3150-DELETE-ROW SECTION.
      *************************
      *
       3151-READ.
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
           OR ZMES-CHDRCOY          NOT = WSAA-CHDRCOY
           OR ZMES-SNAPYM           NOT = WSAA-SNAP-YYMM
           OR ZMES-CHDRNUM          NOT = WSAA-CHDRNUM
              MOVE 'Y'                 TO WSAA-ZMES-EOF
              GO TO 3159-EXIT
           END-IF.
      *
           MOVE ZMESREC                TO ZMES-FORMAT.
           MOVE DELET                  TO ZMES-FUNCTION.
      *
           CALL 'ZMESIO'            USING ZMES-PARAMS.
      *
           IF ZMES-STATUZ           NOT = O-K
              MOVE ZMES-STATUZ         TO SYSR-STATUZ
              MOVE ZMES-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-REPL-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE NEXTR                  TO ZMES-FUNCTION.
      *
       3159-EXIT.
           EXIT.
      /
       3200-GET-CONTRACT SECTION.
      ***************************
      *
       3210-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSAA-CHDRCOY           TO CHDRLIF-CHDRCOY.
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
       3290-EXIT.
           EXIT.
      /
       3250-GET-PAYER SECTION.
      ************************
      *
       3251-START.
      *
           INITIALIZE                  PAYR-PARAMS.
           MOVE WSAA-CHDRCOY           TO PAYR-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO PAYR-CHDRNUM.
           MOVE 1                      TO PAYR-PAYRSEQNO.
           MOVE PAYRREC                TO PAYR-FORMAT.
           MOVE READR                  TO PAYR-FUNCTION.
      *
           CALL 'PAYRIO'            USING PAYR-PARAMS.
      *
           IF PAYR-STATUZ           NOT = O-K AND MRNF
              MOVE PAYR-STATUZ         TO SYSR-STATUZ
              MOVE PAYR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF PAYR-STATUZ               = MRNF
              INITIALIZE               PAYR-PARAMS
              MOVE ZEROES              TO PAYR-PTDATE
                                          PAYR-SINSTAMT06
           END-IF.
      *
       3259-EXIT.
           EXIT.
      /
       3300-SUM-LOANS SECTION.
      ************************
      *
       3310-START.
      *
           MOVE ZEROES                 TO WSAA-LOAN-BAL.
           MOVE 'N'                    TO WSAA-LOAN-EOF.
      *
           INITIALIZE                  LOAN-PARAMS.
           MOVE WSAA-CHDRCOY           TO LOAN-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO LOAN-CHDRNUM.
           MOVE LOANREC                TO LOAN-FORMAT.
           MOVE BEGN                   TO LOAN-FUNCTION.
      *
           PERFORM 3350-READ-LOAN
               UNTIL WSAA-LOAN-EOF      = 'Y'.
      *
       3390-EXIT.
           EXIT.
      /
       3350-READ-LOAN SECTION.
      ************************
      *
       3351-READ.
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
           OR LOAN-CHDRCOY          NOT = WSAA-CHDRCOY
           OR LOAN-CHDRNUM          NOT = WSAA-CHDRNUM
              MOVE 'Y'                 TO WSAA-LOAN-EOF
              GO TO 3359-EXIT
           END-IF.
      *
           IF LOAN-VALIDFLAG            = '1'
              ADD LOAN-LAST-CAPN-LOAN-AMT
                                       TO WSAA-LOAN-BAL
           END-IF.
      *
           MOVE NEXTR                  TO LOAN-FUNCTION.
      *
       3359-EXIT.
           EXIT.
      /
       3400-WRITE-CONTRACT-ROW SECTION.
      *********************************
      *
       3410-START.
      *
           INITIALIZE                  ZMES-PARAMS.
           MOVE WSAA-CHDRCOY           TO ZMES-CHDRCOY.
           MOVE WSAA-SNAP-YYMM         TO ZMES-SNAPYM.
           MOVE WSAA-CHDRNUM           TO ZMES-CHDRNUM.
           MOVE SPACES                 TO ZMES-LIFE
                                          ZMES-COVERAGE
                                          ZMES-RIDER.
           MOVE 'C'                    TO ZMES-RECTYPE.
           MOVE WSAA-SNAP-DATE         TO ZMES-SNAPDATE.
      *
           MOVE CHDRLIF-CNTTYPE        TO ZMES-CNTTYPE.
           MOVE CHDRLIF-STATCODE       TO ZMES-CHDRSTAT.
           MOVE CHDRLIF-PSTATCODE      TO ZMES-CHDRPSTAT.
           MOVE CHDRLIF-AGNTNUM        TO ZMES-AGNTNUM.
           MOVE CHDRLIF-CNTBRANCH      TO ZMES-CNTBRANCH.
           MOVE ZEROES                 TO ZMES-OCCDATE.
           MOVE CHDRLIF-OCCDATE (1:8)  TO ZMES-OCCDATE.
           MOVE CHDRLIF-TRANNO         TO ZMES-TRANNO.
      *
           MOVE PAYR-BILLFREQ (1:2)    TO ZMES-BILLFREQ.
           MOVE PAYR-SINSTAMT06        TO ZMES-SINSTAMT.
           MOVE PAYR-PTDATE            TO ZMES-PTDATE.
           MOVE WSAA-LOAN-BAL          TO ZMES-LOANBAL.
      *
           MOVE CHDRLIF-STATCODE       TO ZMES-STATCODE.
           MOVE CHDRLIF-PSTATCODE      TO ZMES-PSTATCODE.
           MOVE CHDRLIF-VALIDFLAG      TO ZMES-VALIDFLAG.
           MOVE ZEROES                 TO ZMES-CRRCD
                                          ZMES-RCESDTE
                                          ZMES-CURRFROM
                                          ZMES-CURRTO
                                          ZMES-SUMINS
                                          ZMES-INSTPREM
                                          ZMES-ANBCCD.
      *
           MOVE ZMES-PARAMS            TO WSAA-CONTRACT-ROW.
      *
           MOVE ZMESREC                TO ZMES-FORMAT.
           MOVE WRITR                  TO ZMES-FUNCTION.
      *
           CALL 'ZMESIO'            USING ZMES-PARAMS.
      *
           IF ZMES-STATUZ           NOT = O-K
              MOVE ZMES-STATUZ         TO SYSR-STATUZ
              MOVE ZMES-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3490-EXIT.
           EXIT.
      /
       3700-PROCESS-COVR SECTION.
      ***************************
      *
       3710-COVR.
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
           OR COVR-CHDRCOY          NOT = WSAA-CHDRCOY
           OR COVR-CHDRNUM          NOT = WSAA-CHDRNUM
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 3790-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO COVR-FUNCTION.
      *
      *  The component as it stood on the snapshot date: its
      *  validity window covers the date, superseded rows
      *  included; a superseded row with no window end cannot be
      *  placed and is left out.
      *
           IF  COVR-VALIDFLAG       NOT = '1'
           AND COVR-VALIDFLAG       NOT = '2'
              GO TO 3790-EXIT
           END-IF.
      *
           IF  COVR-VALIDFLAG           = '2'
           AND COVR-CURRTO          NOT > ZEROES
              GO TO 3790-EXIT
           END-IF.
      *
           IF COVR-CURRFROM             > WSAA-SNAP-DATE
              GO TO 3790-EXIT
           END-IF.
      *
           IF  COVR-CURRTO              > ZEROES
           AND COVR-CURRTO          NOT > WSAA-SNAP-DATE
              GO TO 3790-EXIT
           END-IF.
      *
           IF COVR-LIFE (1:2)       NOT = WSAA-LAST-LIFE
              MOVE COVR-LIFE (1:2)     TO WSAA-LAST-LIFE
              PERFORM 3750-GET-LIFE
           END-IF.
      *
           PERFORM 3800-WRITE-COMPONENT-ROW.
      *
       3790-EXIT.
           EXIT.
      /
       3750-GET-LIFE SECTION.
      ***********************
      *
       3751-START.
      *
           INITIALIZE                  LIFE-PARAMS.
           MOVE WSAA-CHDRCOY           TO LIFE-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO LIFE-CHDRNUM.
           MOVE COVR-LIFE              TO LIFE-LIFE.
           MOVE LIFEREC                TO LIFE-FORMAT.
           MOVE READR                  TO LIFE-FUNCTION.
      *
           CALL 'LIFEIO'            USING LIFE-PARAMS.
      *
           IF LIFE-STATUZ           NOT = O-K AND MRNF
              MOVE LIFE-STATUZ         TO SYSR-STATUZ
              MOVE LIFE-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF LIFE-STATUZ               = MRNF
              INITIALIZE               LIFE-PARAMS
           END-IF.
      *
       3759-EXIT.
           EXIT.
      /
       3800-WRITE-COMPONENT-ROW SECTION.
      **********************************
      *
       3810-START.
      *
           MOVE WSAA-CONTRACT-ROW      TO ZMES-PARAMS.
      *
           MOVE COVR-LIFE              TO ZMES-LIFE.
           MOVE COVR-COVERAGE          TO ZMES-COVERAGE.
           MOVE COVR-RIDER             TO ZMES-RIDER.
           MOVE 'V'                    TO ZMES-RECTYPE.
      *
           MOVE COVR-CRTABLE           TO ZMES-CRTABLE.
           MOVE COVR-STATCODE          TO ZMES-STATCODE.
           MOVE COVR-PSTATCODE         TO ZMES-PSTATCODE.
           MOVE COVR-VALIDFLAG         TO ZMES-VALIDFLAG.
           MOVE COVR-CURRFROM          TO ZMES-CURRFROM.
           MOVE COVR-CURRTO            TO ZMES-CURRTO.
           MOVE COVR-CRRCD             TO ZMES-CRRCD.
           MOVE COVR-RISK-CESS-DATE    TO ZMES-RCESDTE.
           MOVE COVR-SUMINS            TO ZMES-SUMINS.
           MOVE COVR-INSTPREM          TO ZMES-INSTPREM.
           MOVE LIFE-ANB-AT-CCD        TO ZMES-ANBCCD.
           MOVE LIFE-CLTSEX            TO ZMES-CLTSEX.
      *
           MOVE ZMESREC                TO ZMES-FORMAT.
           MOVE WRITR                  TO ZMES-FUNCTION.
      *
           CALL 'ZMESIO'            USING ZMES-PARAMS.
      *
           IF ZMES-STATUZ           NOT = O-K
              MOVE ZMES-STATUZ         TO SYSR-STATUZ
              MOVE ZMES-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-COMP-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
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
           CLOSE CHDXPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5462 MONTH-END BOOK SNAPSHOT'.
           DISPLAY 'SNAPSHOT DATE.............: ' WSAA-SNAP-DATE.
           DISPLAY 'THREAD....................: ' WSAA-THREAD-NUMBER.
           DISPLAY 'CONTRACTS SNAPSHOTTED.....: ' WSAA-CHDR-CNT.
           DISPLAY 'COMPONENT ROWS WRITTEN....: ' WSAA-COMP-CNT.
           DISPLAY 'EARLIER ROWS REPLACED.....: ' WSAA-REPL-CNT.
           DISPLAY 'SKIPPED - NOT ON CHDRLIF..: ' WSAA-SKIP-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
