      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5426.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   CONTESTABLE DEATH CLAIMS REPORT.
      *
      *   Monthly, for the claims committee.  Reads the ZCLM claim
      *   register and selects the claims P5360 flagged as inside
      *   the contestable period (ZCLM-CONTFLAG 'Y') that were
      *   either registered in the run month, still have their
      *   contestability investigation outstanding, or had that
      *   investigation answered in the run month.
      *
      *   For each one the investigation requirement (ZCLM-INVREQCD)
      *   is located on ZCRQ and one ZCON row is written showing
      *   the policy durations from issue and reinstatement, the
      *   requirement status, the turnaround in days (raised to
      *   response, or raised to the run date while still open)
      *   and the outcome:
      *     P  -  investigation pending
      *     C  -  investigation cleared, claim not yet decided
      *     A  -  claim approved / paid
      *     D  -  claim declined
      *
      *   Control totals:
      *     01  -  Claims read
      *     02  -  Contestable claims reported
      *     03  -  Investigations outstanding
      *     04  -  Contestable claims declined
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
      * 15/10/26  01/01   PH2654       Phi Tran - IT DEV                    *
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
           SELECT ZCONPF               ASSIGN TO DATABASE-ZCONPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZCONPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZCONPF-REC.
       01  ZCONPF-REC.
           COPY DDS-ALL-FORMATS            OF ZCONPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5426'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-ZCRQ-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-INV-FOUND              PIC X(01) VALUE 'N'.
       01  WSAA-SELECT                 PIC X(01) VALUE 'N'.
       01  WSAA-OUTCOME                PIC X(01) VALUE SPACES.
       01  WSAA-TURNDAYS               PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-REPORTED               PIC S9(07) COMP-3 VALUE 0.
      *
       01  WSAA-INV-RAISDATE           PIC 9(08) VALUE 0.
       01  WSAA-INV-RESPDATE           PIC 9(08) VALUE 0.
       01  WSAA-INV-REQSTAT            PIC X(01) VALUE SPACES.
      *
       01  WSAA-RUN-YYMM               PIC X(06) VALUE SPACES.
       01  WSAA-DATE-X.
           05  WSAA-DATE-YYMM          PIC X(06).
           05  WSAA-DATE-DD            PIC X(02).
      *
       01  FORMATS.
           03  ZCLMREC                 PIC X(10) VALUE 'ZCLMREC'.
           03  ZCRQREC                 PIC X(10) VALUE 'ZCRQREC'.
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
           COPY DATCON3REC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
      /
           COPY ZCLMSKM.
           COPY ZCRQSKM.
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
           OPEN OUTPUT ZCONPF.
      *
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-DATE-X.
           MOVE WSAA-DATE-YYMM         TO WSAA-RUN-YYMM.
      *
           INITIALIZE                  ZCLM-PARAMS.
           MOVE BSPR-COMPANY           TO ZCLM-CHDRCOY.
           MOVE BEGN                   TO ZCLM-FUNCTION.
           MOVE ZCLMREC                TO ZCLM-FORMAT.
           MOVE 'Y'                    TO WSAA-FIRST-READ.
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
              MOVE NEXTR               TO ZCLM-FUNCTION
           END-IF.
      *
           CALL 'ZCLMIO'            USING ZCLM-PARAMS.
      *
           IF ZCLM-STATUZ           NOT = O-K AND ENDP
              MOVE ZCLM-STATUZ         TO SYSR-STATUZ
              MOVE ZCLM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCLM-STATUZ               = ENDP
           OR ZCLM-CHDRCOY          NOT = BSPR-COMPANY
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
      *
           IF ZCLM-CONTFLAG         NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           PERFORM 2600-FIND-INVESTIGATION.
      *
      *  Registered in the run month, still under investigation, or
      *  answered in the run month.
      *
           MOVE 'N'                    TO WSAA-SELECT.
      *
           MOVE ZCLM-NOTIFDATE         TO WSAA-DATE-X.
           IF WSAA-DATE-YYMM            = WSAA-RUN-YYMM
              MOVE 'Y'                 TO WSAA-SELECT
           END-IF.
      *
           IF WSAA-INV-REQSTAT          = 'O'
              MOVE 'Y'                 TO WSAA-SELECT
           END-IF.
      *
           MOVE WSAA-INV-RESPDATE      TO WSAA-DATE-X.
           IF WSAA-INV-RESPDATE     NOT = ZERO
           AND WSAA-DATE-YYMM           = WSAA-RUN-YYMM
              MOVE 'Y'                 TO WSAA-SELECT
           END-IF.
      *
           IF WSAA-SELECT           NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2600-FIND-INVESTIGATION SECTION.
      *********************************
      *
       2610-FIND.
      *
           MOVE 'N'                    TO WSAA-INV-FOUND
                                          WSAA-ZCRQ-EOF.
           MOVE ZERO                   TO WSAA-INV-RAISDATE
                                          WSAA-INV-RESPDATE.
           MOVE SPACES                 TO WSAA-INV-REQSTAT.
      *
           INITIALIZE                  ZCRQ-PARAMS.
           MOVE ZCLM-CHDRCOY           TO ZCRQ-CHDRCOY.
           MOVE ZCLM-CLAMNUM           TO ZCRQ-CLAMNUM.
           MOVE ZCRQREC                TO ZCRQ-FORMAT.
           MOVE BEGN                   TO ZCRQ-FUNCTION.
      *
           PERFORM 2650-READ-ZCRQ
               UNTIL WSAA-ZCRQ-EOF      = 'Y'.
      *
       2690-EXIT.
           EXIT.
      /
       2650-READ-ZCRQ SECTION.
      ************************
      *
       2651-READ.
      *
           CALL 'ZCRQIO'            USING ZCRQ-PARAMS.
      *
           IF ZCRQ-STATUZ           NOT = O-K AND ENDP
              MOVE ZCRQ-STATUZ         TO SYSR-STATUZ
              MOVE ZCRQ-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCRQ-STATUZ               = ENDP
           OR ZCRQ-CHDRCOY          NOT = ZCLM-CHDRCOY
           OR ZCRQ-CLAMNUM          NOT = ZCLM-CLAMNUM
              MOVE 'Y'                 TO WSAA-ZCRQ-EOF
              GO TO 2659-EXIT
           END-IF.
      *
           IF ZCRQ-REQCODE              = ZCLM-INVREQCD
              MOVE 'Y'                 TO WSAA-INV-FOUND
                                          WSAA-ZCRQ-EOF
              MOVE ZCRQ-RAISDATE       TO WSAA-INV-RAISDATE
              MOVE ZCRQ-RESPDATE       TO WSAA-INV-RESPDATE
              MOVE ZCRQ-REQSTAT        TO WSAA-INV-REQSTAT
              GO TO 2659-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZCRQ-FUNCTION.
      *
       2659-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           PERFORM 3100-CALC-TURNAROUND.
      *
           EVALUATE TRUE
           WHEN ZCLM-CLAMSTAT           = 'DC'
              MOVE 'D'                 TO WSAA-OUTCOME
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           WHEN ZCLM-CLAMSTAT           = 'AP' OR 'PD'
              MOVE 'A'                 TO WSAA-OUTCOME
           WHEN WSAA-INV-REQSTAT        = 'O'
              MOVE 'P'                 TO WSAA-OUTCOME
           WHEN OTHER
              MOVE 'C'                 TO WSAA-OUTCOME
           END-EVALUATE.
      *
           IF WSAA-INV-REQSTAT          = 'O'
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           PERFORM 3200-WRITE-ZCON.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           ADD 1                       TO WSAA-REPORTED.
      *
       3090-EXIT.
           EXIT.
      /
       3100-CALC-TURNAROUND SECTION.
      ******************************
      *
       3110-CALC.
      *
           MOVE ZERO                   TO WSAA-TURNDAYS.
      *
           IF WSAA-INV-FOUND        NOT = 'Y'
           OR WSAA-INV-RAISDATE         = ZERO
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE WSAA-INV-RAISDATE      TO DTC3-INT-DATE-1.
           IF WSAA-INV-REQSTAT          = 'O'
           OR WSAA-INV-RESPDATE         = ZERO
              MOVE BSSC-EFFECTIVE-DATE TO DTC3-INT-DATE-2
           ELSE
              MOVE WSAA-INV-RESPDATE   TO DTC3-INT-DATE-2
           END-IF.
      *
           IF DTC3-INT-DATE-2           < DTC3-INT-DATE-1
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE 'DY'                   TO DTC3-FREQUENCY.
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC3-FREQ-FACTOR       TO WSAA-TURNDAYS.
      *
       3190-EXIT.
           EXIT.
      /
       3200-WRITE-ZCON SECTION.
      *************************
      *
       3210-WRITE.
      *
           MOVE SPACES                 TO ZCONPF-REC.
           MOVE ZCLM-BRANCH            TO BRANCH    OF ZCONPF.
           MOVE ZCLM-CHDRCOY           TO CHDRCOY   OF ZCONPF.
           MOVE ZCLM-CHDRNUM           TO CHDRNUM   OF ZCONPF.
           MOVE ZCLM-CLAMNUM           TO CLAMNUM   OF ZCONPF.
           MOVE ZCLM-CLAMSTAT          TO CLAMSTAT  OF ZCONPF.
           MOVE ZCLM-DECLRSN           TO DECLRSN   OF ZCONPF.
           MOVE ZCLM-DURISS            TO DURISS    OF ZCONPF.
           MOVE ZCLM-DURRST            TO DURRST    OF ZCONPF.
           MOVE ZCLM-INVREQCD          TO INVREQCD  OF ZCONPF.
           MOVE ZCLM-NOTIFDATE         TO NOTIFDATE OF ZCONPF.
           MOVE WSAA-OUTCOME           TO OUTCOME   OF ZCONPF.
           MOVE WSAA-INV-RAISDATE      TO RAISDATE  OF ZCONPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE   OF ZCONPF.
           MOVE WSAA-INV-REQSTAT       TO REQSTAT   OF ZCONPF.
           MOVE WSAA-INV-RESPDATE      TO RESPDATE  OF ZCONPF.
           MOVE WSAA-TURNDAYS          TO TURNDAYS  OF ZCONPF.
           WRITE ZCONPF-REC.
      *
       3290-EXIT.
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
           CLOSE ZCONPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5426 CONTESTABLE DEATH CLAIMS REPORT'.
           DISPLAY 'CLAIMS REPORTED...........: ' WSAA-REPORTED.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
