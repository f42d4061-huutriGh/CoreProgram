      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5463.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   AGENT RECRUITMENT FUNNEL REPORT.
      *
      *   Run monthly over the ZCAN register of recruitment
      *   candidates (P5410), read by sales unit and recruiter
      *   (view ZCANUNT).  For the report month (PZ463, by default
      *   the month before the effective date) ZRFNPF is written,
      *   one line per recruiter (RECTYPE 'R'), a total for each
      *   sales unit ('U') and a grand total ('T'), counting the
      *   candidates who in the month:
      *
      *       REGCNT   were registered
      *       SANCCNT  were screened clear of the sanctions list
      *       SANHCNT  were screened with a sanctions hit
      *       EXAMCNT  had the licensing exam booked for the month
      *       PASSCNT  had an exam pass recorded
      *       FAILCNT  had an exam fail recorded
      *       DOCSCNT  completed their document collection
      *       QUALCNT  passed the last of the appointment gates
      *       APPTCNT  were appointed as agents (P5035)
      *       WDRCNT   withdrew
      *
      *   and OPENCNT, the candidates in the pipeline at the end
      *   of the month - registered, not appointed nor withdrawn.
      *
      *   Control totals:
      *     01  -  Candidates read
      *     02  -  Report lines written
      *     03  -  Candidates registered in the month
      *     04  -  Candidates appointed in the month
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
      * 15/10/26  01/01   PH2697       Phi Tran - IT DEV                    *
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
           SELECT ZRFNPF               ASSIGN TO DATABASE-ZRFNPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZRFNPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZRFNPF-REC.
       01  ZRFNPF-REC.
           COPY DDS-ALL-FORMATS            OF ZRFNPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5463'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-FIRST-CAND             PIC X(01) VALUE 'Y'.
       01  WSAA-READ-CNT               PIC 9(07) COMP-3 VALUE 0.
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
      *  The unit and recruiter being accumulated.
      *
       01  WSAA-HELD-SALESUNT          PIC X(05) VALUE SPACES.
       01  WSAA-HELD-RECRUITER         PIC X(08) VALUE SPACES.
      *
      *  The candidate's counts, and their sums by level:
      *  1 - recruiter, 2 - sales unit, 3 - grand total.
      *
       01  WSAA-CAND.
           03  WSAA-CAND-CNT           PIC 9(05) OCCURS 11.
      *
       01  WSAA-LVL                    PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-IX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-SUMS.
           03  WSAA-SUM-LVL                        OCCURS 3.
               05  WSAA-SUM-CNT        PIC 9(05) OCCURS 11.
      *
       01  FORMATS.
           03  ZCANUNTREC              PIC X(10) VALUE 'ZCANUNTREC'.
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
      /
           COPY ZCANUNTSKM.
           COPY PZ463PAR.
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
           MOVE BUPA-PARMAREA          TO PZ463-PARAMS.
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-RUN-DATE.
      *
      *  The report month, by default the one before the run.
      *
           IF  PZ463-RPTMNTH            > ZERO
               MOVE PZ463-RPTMNTH      TO WSAA-RPT-MNTH-N
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
           MOVE ZEROES                 TO WSAA-SUMS.
      *
           OPEN OUTPUT ZRFNPF.
      *
           INITIALIZE                  ZCANUNT-PARAMS.
           MOVE BSPR-COMPANY           TO ZCANUNT-AGNTCOY.
           MOVE ZCANUNTREC             TO ZCANUNT-FORMAT.
           MOVE BEGN                   TO ZCANUNT-FUNCTION.
           MOVE 'Y'                    TO WSAA-FIRST-READ
                                          WSAA-FIRST-CAND.
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
              MOVE NEXTR               TO ZCANUNT-FUNCTION
           END-IF.
      *
           CALL 'ZCANUNTIO'         USING ZCANUNT-PARAMS.
      *
           IF ZCANUNT-STATUZ        NOT = O-K AND ENDP
              MOVE ZCANUNT-STATUZ      TO SYSR-STATUZ
              MOVE ZCANUNT-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCANUNT-STATUZ            = ENDP
           OR ZCANUNT-AGNTCOY       NOT = BSPR-COMPANY
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
      *  Not yet registered by the end of the report month.
      *
           IF ZCANUNT-REGDATE           > WSAA-MTH-END-N
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
      *  A new recruiter, or a new unit, closes the lines held.
      *
           IF WSAA-FIRST-CAND           = 'Y'
              MOVE 'N'                 TO WSAA-FIRST-CAND
           ELSE
              IF ZCANUNT-SALESUNT   NOT = WSAA-HELD-SALESUNT
                 MOVE 1                TO WSAA-LVL
                 PERFORM 3800-WRITE-LEVEL
                 MOVE 2                TO WSAA-LVL
                 PERFORM 3800-WRITE-LEVEL
              ELSE
                 IF ZCANUNT-RECRUITER
                                    NOT = WSAA-HELD-RECRUITER
                    MOVE 1             TO WSAA-LVL
                    PERFORM 3800-WRITE-LEVEL
                 END-IF
              END-IF
           END-IF.
      *
           MOVE ZCANUNT-SALESUNT       TO WSAA-HELD-SALESUNT.
           MOVE ZCANUNT-RECRUITER      TO WSAA-HELD-RECRUITER.
      *
           PERFORM 3100-COUNT-CANDIDATE.
      *
           PERFORM 3200-ADD-LEVEL
               VARYING WSAA-LVL FROM 1 BY 1
               UNTIL WSAA-LVL           > 3.
      *
       3090-EXIT.
           EXIT.
      /
       3100-COUNT-CANDIDATE SECTION.
      ******************************
      *
       3110-START.
      *
           MOVE ZEROES                 TO WSAA-CAND.
      *
           IF  ZCANUNT-REGDATE      NOT < WSAA-MTH-START-N
               MOVE 1                  TO WSAA-CAND-CNT (1)
               MOVE CT03               TO CONT-TOTNO
               MOVE 1                  TO CONT-TOTVAL
               PERFORM 001-CALL-CONTOT
           END-IF.
      *
           IF  ZCANUNT-SANCDATE     NOT < WSAA-MTH-START-N
           AND ZCANUNT-SANCDATE     NOT > WSAA-MTH-END-N
               IF ZCANUNT-SANCSTAT      = 'C'
                  MOVE 1               TO WSAA-CAND-CNT (2)
               END-IF
               IF ZCANUNT-SANCSTAT      = 'H'
                  MOVE 1               TO WSAA-CAND-CNT (3)
               END-IF
           END-IF.
      *
           IF  ZCANUNT-EXAMDATE     NOT < WSAA-MTH-START-N
           AND ZCANUNT-EXAMDATE     NOT > WSAA-MTH-END-N
               MOVE 1                  TO WSAA-CAND-CNT (4)
           END-IF.
      *
           IF  ZCANUNT-EXAMRDTE     NOT < WSAA-MTH-START-N
           AND ZCANUNT-EXAMRDTE     NOT > WSAA-MTH-END-N
               IF ZCANUNT-EXAMRSLT      = 'P'
                  MOVE 1               TO WSAA-CAND-CNT (5)
               END-IF
               IF ZCANUNT-EXAMRSLT      = 'F'
                  MOVE 1               TO WSAA-CAND-CNT (6)
               END-IF
           END-IF.
      *
           IF  ZCANUNT-DOCSTAT          = 'C'
           AND ZCANUNT-DOCDATE      NOT < WSAA-MTH-START-N
           AND ZCANUNT-DOCDATE      NOT > WSAA-MTH-END-N
               MOVE 1                  TO WSAA-CAND-CNT (7)
           END-IF.
      *
           IF  ZCANUNT-QUALDATE     NOT < WSAA-MTH-START-N
           AND ZCANUNT-QUALDATE     NOT > WSAA-MTH-END-N
               MOVE 1                  TO WSAA-CAND-CNT (8)
           END-IF.
      *
           IF  ZCANUNT-APPTDATE     NOT < WSAA-MTH-START-N
           AND ZCANUNT-APPTDATE     NOT > WSAA-MTH-END-N
               MOVE 1                  TO WSAA-CAND-CNT (9)
               MOVE CT04               TO CONT-TOTNO
               MOVE 1                  TO CONT-TOTVAL
               PERFORM 001-CALL-CONTOT
           END-IF.
      *
           IF  ZCANUNT-WDRDATE      NOT < WSAA-MTH-START-N
           AND ZCANUNT-WDRDATE      NOT > WSAA-MTH-END-N
               MOVE 1                  TO WSAA-CAND-CNT (10)
           END-IF.
      *
      *  Still in the pipeline at the end of the month.
      *
           IF  (ZCANUNT-APPTDATE        = ZEROES
           OR   ZCANUNT-APPTDATE        > WSAA-MTH-END-N)
           AND (ZCANUNT-WDRDATE         = ZEROES
           OR   ZCANUNT-WDRDATE         > WSAA-MTH-END-N)
               MOVE 1                  TO WSAA-CAND-CNT (11)
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-ADD-LEVEL SECTION.
      ************************
      *
       3210-START.
      *
           PERFORM 3250-ADD-COUNT
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 11.
      *
       3290-EXIT.
           EXIT.
      /
       3250-ADD-COUNT SECTION.
      ************************
      *
       3251-START.
      *
           ADD WSAA-CAND-CNT (WSAA-IX)
                                 TO WSAA-SUM-CNT (WSAA-LVL WSAA-IX).
      *
       3259-EXIT.
           EXIT.
      /
       3800-WRITE-LEVEL SECTION.
      **************************
      *
       3810-START.
      *
      *  Write the line for the level in WSAA-LVL and clear it.
      *
           MOVE SPACES                 TO ZRFNPF-REC.
      *
           EVALUATE WSAA-LVL
              WHEN 1
                 MOVE 'R'              TO RECTYPE   OF ZRFNPF
                 MOVE WSAA-HELD-SALESUNT
                                       TO SALESUNT  OF ZRFNPF
                 MOVE WSAA-HELD-RECRUITER
                                       TO RECRUITER OF ZRFNPF
              WHEN 2
                 MOVE 'U'              TO RECTYPE   OF ZRFNPF
                 MOVE WSAA-HELD-SALESUNT
                                       TO SALESUNT  OF ZRFNPF
              WHEN OTHER
                 MOVE 'T'              TO RECTYPE   OF ZRFNPF
           END-EVALUATE.
      *
           MOVE WSAA-RPT-MNTH-N        TO RPTMNTH   OF ZRFNPF.
           MOVE WSAA-SUM-CNT (WSAA-LVL 1)  TO REGCNT  OF ZRFNPF.
           MOVE WSAA-SUM-CNT (WSAA-LVL 2)  TO SANCCNT OF ZRFNPF.
           MOVE WSAA-SUM-CNT (WSAA-LVL 3)  TO SANHCNT OF ZRFNPF.
           MOVE WSAA-SUM-CNT (WSAA-LVL 4)  TO EXAMCNT OF ZRFNPF.
           MOVE WSAA-SUM-CNT (WSAA-LVL 5)  TO PASSCNT OF ZRFNPF.
           MOVE WSAA-SUM-CNT (WSAA-LVL 6)  TO FAILCNT OF ZRFNPF.
           MOVE WSAA-SUM-CNT (WSAA-LVL 7)  TO DOCSCNT OF ZRFNPF.
           MOVE WSAA-SUM-CNT (WSAA-LVL 8)  TO QUALCNT OF ZRFNPF.
           MOVE WSAA-SUM-CNT (WSAA-LVL 9)  TO APPTCNT OF ZRFNPF.
           MOVE WSAA-SUM-CNT (WSAA-LVL 10) TO WDRCNT  OF ZRFNPF.
           MOVE WSAA-SUM-CNT (WSAA-LVL 11) TO OPENCNT OF ZRFNPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZRFNPF.
      *
           WRITE ZRFNPF-REC.
      *
           ADD 1                       TO WSAA-LINE-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE ZEROES                 TO WSAA-SUM-LVL (WSAA-LVL).
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
      *  The last recruiter and unit, then the grand total.
      *
           IF WSAA-FIRST-CAND           = 'N'
              MOVE 1                   TO WSAA-LVL
              PERFORM 3800-WRITE-LEVEL
              MOVE 2                   TO WSAA-LVL
              PERFORM 3800-WRITE-LEVEL
           END-IF.
      *
           MOVE 3                      TO WSAA-LVL.
           PERFORM 3800-WRITE-LEVEL.
      *
           CLOSE ZRFNPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5463 AGENT RECRUITMENT FUNNEL ' WSAA-RPT-MNTH-N.
           DISPLAY 'CANDIDATES READ...........: ' WSAA-READ-CNT.
           DISPLAY 'REPORT LINES WRITTEN......: ' WSAA-LINE-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
