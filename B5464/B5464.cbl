      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5464.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   SUSPENSE TRANSFER AUDIT REPORT.
      *
      *   Run monthly over the ZSTR register of suspense transfers
      *   between contracts (P5411), read by branch and user (view
      *   ZSTRBRU).  For the report month (PZ464, by default the
      *   month before the effective date) ZSTAPF is written:
      *
      *       'D'  one line per transfer - the two contracts and
      *            their TRANNOs, amount, currency, reason, the
      *            maker and, over the TV115 limit, the checker;
      *       'U'  the count and amount for each user in a branch;
      *       'B'  the count and amount for each branch;
      *       'T'  the grand total.
      *
      *   Amounts are summed as keyed; a company transferring in
      *   more than one currency reads the totals by CURRCODE on
      *   the detail lines.
      *
      *   Control totals:
      *     01  -  Transfers read
      *     02  -  Transfers reported
      *     03  -  Report lines written
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
      * 15/10/26  01/01   PH2698       Phi Tran - IT DEV                    *
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
           SELECT ZSTAPF               ASSIGN TO DATABASE-ZSTAPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZSTAPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZSTAPF-REC.
       01  ZSTAPF-REC.
           COPY DDS-ALL-FORMATS            OF ZSTAPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5464'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-FIRST-TRF              PIC X(01) VALUE 'Y'.
       01  WSAA-READ-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-RPT-CNT                PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-LINE-CNT               PIC 9(07) COMP-3 VALUE 0.
      *
       01  WSAA-RUN-DATE               PIC 9(08) VALUE 0.
       01  WSAA-RUN-DATE-X REDEFINES WSAA-RUN-DATE.
           03  WSAA-RUN-YY             PIC 9(04).
           03  WSAA-RUN-MM             PIC 9(02).
           03  WSAA-RUN-DD             PIC 9(02).
      *
       01  WSAA-RPT-MNTH.
           03  WSAA-RPT-YY             PIC 9(04).
           03  WSAA-RPT-MM             PIC 9(02).
       01  WSAA-RPT-MNTH-N REDEFINES WSAA-RPT-MNTH
                                       PIC 9(06).
      *
       01  WSAA-MTH-START.
           03  WSAA-MTH-START-YM       PIC 9(06).
           03  FILLER                  PIC 9(02) VALUE 01.
       01  WSAA-MTH-START-N REDEFINES WSAA-MTH-START
                                       PIC 9(08).
       01  WSAA-MTH-END.
           03  WSAA-MTH-END-YM         PIC 9(06).
           03  FILLER                  PIC 9(02) VALUE 31.
       01  WSAA-MTH-END-N REDEFINES WSAA-MTH-END
                                       PIC 9(08).
      *
      *  The branch and user being accumulated.
      *
       01  WSAA-HELD-BRANCH            PIC X(02) VALUE SPACES.
       01  WSAA-HELD-USERID            PIC X(08) VALUE SPACES.
      *
      *  Sums by level: 1 - user, 2 - branch, 3 - grand total.
      *
       01  WSAA-LVL                    PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-SUMS.
           03  WSAA-SUM-LVL                        OCCURS 3.
               05  WSAA-SUM-CNT        PIC 9(05).
               05  WSAA-SUM-AMT        PIC S9(13)V9(02).
      *
       01  FORMATS.
           03  ZSTRBRUREC              PIC X(10) VALUE 'ZSTRBRUREC'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
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
      /
           COPY ZSTRBRUSKM.
           COPY PZ464PAR.
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
           MOVE BUPA-PARMAREA          TO PZ464-PARAMS.
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-RUN-DATE.
      *
      *  The report month, by default the one before the run.
      *
           IF  PZ464-RPTMNTH            > ZERO
               MOVE PZ464-RPTMNTH      TO WSAA-RPT-MNTH-N
           ELSE
               MOVE WSAA-RUN-YY        TO WSAA-RPT-YY
               IF WSAA-RUN-MM           = 1
                  SUBTRACT 1         FROM WSAA-RPT-YY
                  MOVE 12              TO WSAA-RPT-MM
               ELSE
                  COMPUTE WSAA-RPT-MM   = WSAA-RUN-MM - 1
               END-IF
           END-IF.
      *
           MOVE WSAA-RPT-MNTH-N        TO WSAA-MTH-START-YM
                                          WSAA-MTH-END-YM.
      *
           INITIALIZE                  WSAA-SUMS.
      *
           OPEN OUTPUT ZSTAPF.
      *
           INITIALIZE                  ZSTRBRU-PARAMS.
           MOVE BSPR-COMPANY           TO ZSTRBRU-CHDRCOY.
           MOVE ZSTRBRUREC             TO ZSTRBRU-FORMAT.
           MOVE BEGN                   TO ZSTRBRU-FUNCTION.
           MOVE 'Y'                    TO WSAA-FIRST-READ
                                          WSAA-FIRST-TRF.
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
              MOVE NEXTR               TO ZSTRBRU-FUNCTION
           END-IF.
      *
           CALL 'ZSTRBRUIO'         USING ZSTRBRU-PARAMS.
      *
           IF ZSTRBRU-STATUZ        NOT = O-K AND ENDP
              MOVE ZSTRBRU-STATUZ      TO SYSR-STATUZ
              MOVE ZSTRBRU-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZSTRBRU-STATUZ            = ENDP
           OR ZSTRBRU-CHDRCOY       NOT = BSPR-COMPANY
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
           ADD 1                       TO WSAA-READ-CNT.
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
      *  Only the transfers made in the report month.
      *
           IF ZSTRBRU-TRFDATE           < WSAA-MTH-START-N
           OR ZSTRBRU-TRFDATE           > WSAA-MTH-END-N
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
      *  A new user, or a new branch, closes the totals held.
      *
           IF WSAA-FIRST-TRF            = 'Y'
              MOVE 'N'                 TO WSAA-FIRST-TRF
           ELSE
              IF ZSTRBRU-BRANCH     NOT = WSAA-HELD-BRANCH
                 MOVE 1                TO WSAA-LVL
                 PERFORM 3800-WRITE-LEVEL
                 MOVE 2                TO WSAA-LVL
                 PERFORM 3800-WRITE-LEVEL
              ELSE
                 IF ZSTRBRU-USERID  NOT = WSAA-HELD-USERID
                    MOVE 1             TO WSAA-LVL
                    PERFORM 3800-WRITE-LEVEL
                 END-IF
              END-IF
           END-IF.
      *
           MOVE ZSTRBRU-BRANCH         TO WSAA-HELD-BRANCH.
           MOVE ZSTRBRU-USERID         TO WSAA-HELD-USERID.
      *
           PERFORM 3100-WRITE-DETAIL.
      *
           PERFORM 3200-ADD-LEVEL
               VARYING WSAA-LVL FROM 1 BY 1
               UNTIL WSAA-LVL           > 3.
      *
           ADD 1                       TO WSAA-RPT-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
           EXIT.
      /
       3100-WRITE-DETAIL SECTION.
      ***************************
      *
       3110-START.
      *
           MOVE SPACES                 TO ZSTAPF-REC.
      *
           MOVE 'D'                    TO RECTYPE   OF ZSTAPF.
           MOVE ZSTRBRU-BRANCH         TO BRANCH    OF ZSTAPF.
           MOVE ZSTRBRU-USERID         TO USERID    OF ZSTAPF.
           MOVE ZSTRBRU-TRFDATE        TO TRFDATE   OF ZSTAPF.
           MOVE ZSTRBRU-FROMCHDR       TO FROMCHDR  OF ZSTAPF.
           MOVE ZSTRBRU-FROMTRNO       TO FROMTRNO  OF ZSTAPF.
           MOVE ZSTRBRU-TOCHDR         TO TOCHDR    OF ZSTAPF.
           MOVE ZSTRBRU-TOTRNO         TO TOTRNO    OF ZSTAPF.
           MOVE ZSTRBRU-TRFAMT         TO TRFAMT    OF ZSTAPF.
           MOVE ZSTRBRU-CURRCODE       TO CURRCODE  OF ZSTAPF.
           MOVE ZSTRBRU-REASONCD       TO REASONCD  OF ZSTAPF.
           MOVE ZSTRBRU-MAKERID        TO MAKERID   OF ZSTAPF.
           MOVE ZSTRBRU-CHECKERID      TO CHECKERID OF ZSTAPF.
           MOVE 1                      TO TRFCNT    OF ZSTAPF.
           MOVE WSAA-RPT-MNTH-N        TO RPTMNTH   OF ZSTAPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZSTAPF.
      *
           PERFORM 3900-WRITE-LINE.
      *
       3190-EXIT.
           EXIT.
      /
       3200-ADD-LEVEL SECTION.
      ************************
      *
       3210-START.
      *
           ADD 1                       TO WSAA-SUM-CNT (WSAA-LVL).
           ADD ZSTRBRU-TRFAMT          TO WSAA-SUM-AMT (WSAA-LVL).
      *
       3290-EXIT.
           EXIT.
      /
       3800-WRITE-LEVEL SECTION.
      **************************
      *
       3810-START.
      *
      *  Write the total for the level in WSAA-LVL and clear it.
      *
           MOVE SPACES                 TO ZSTAPF-REC.
      *
           EVALUATE WSAA-LVL
              WHEN 1
                 MOVE 'U'              TO RECTYPE   OF ZSTAPF
                 MOVE WSAA-HELD-BRANCH TO BRANCH    OF ZSTAPF
                 MOVE WSAA-HELD-USERID TO USERID    OF ZSTAPF
              WHEN 2
                 MOVE 'B'              TO RECTYPE   OF ZSTAPF
                 MOVE WSAA-HELD-BRANCH TO BRANCH    OF ZSTAPF
              WHEN OTHER
                 MOVE 'T'              TO RECTYPE   OF ZSTAPF
           END-EVALUATE.
      *
           MOVE ZEROES                 TO TRFDATE   OF ZSTAPF
                                          FROMTRNO  OF ZSTAPF
                                          TOTRNO    OF ZSTAPF.
           MOVE WSAA-SUM-CNT (WSAA-LVL)
                                       TO TRFCNT    OF ZSTAPF.
           MOVE WSAA-SUM-AMT (WSAA-LVL)
                                       TO TRFAMT    OF ZSTAPF.
           MOVE WSAA-RPT-MNTH-N        TO RPTMNTH   OF ZSTAPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZSTAPF.
      *
           PERFORM 3900-WRITE-LINE.
      *
           INITIALIZE                  WSAA-SUM-LVL (WSAA-LVL).
      *
       3890-EXIT.
           EXIT.
      /
       3900-WRITE-LINE SECTION.
      *************************
      *
       3910-START.
      *
           WRITE ZSTAPF-REC.
      *
           ADD 1                       TO WSAA-LINE-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3990-EXIT.
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
      *  The last user and branch, then the grand total.
      *
           IF WSAA-FIRST-TRF            = 'N'
              MOVE 1                   TO WSAA-LVL
              PERFORM 3800-WRITE-LEVEL
              MOVE 2                   TO WSAA-LVL
              PERFORM 3800-WRITE-LEVEL
           END-IF.
      *
           MOVE 3                      TO WSAA-LVL.
           PERFORM 3800-WRITE-LEVEL.
      *
           CLOSE ZSTAPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5464 SUSPENSE TRANSFER AUDIT ' WSAA-RPT-MNTH-N.
           DISPLAY 'TRANSFERS READ............: ' WSAA-READ-CNT.
           DISPLAY 'TRANSFERS REPORTED........: ' WSAA-RPT-CNT.
           DISPLAY 'REPORT LINES WRITTEN......: ' WSAA-LINE-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
