      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5435.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   PENDING PROPOSALS ON PRODUCTS APPROACHING CLOSURE.
      *
      *   Sweeps the pre-issue contracts (CHDRLNB status 'IP', the
      *   population B5373 ages) and checks each against the
      *   product availability table TV140 through ZPAVCHK - the
      *   same check P6378 applies at pre-issue - for its contract
      *   type, channel (source of business) and signature date
      *   (HPAD).
      *
      *   A ZPAC row is written for every proposal that
      *   - can no longer be issued ('B', with the ZPAVCHK
      *     reason), or
      *   - must be issued by a last-issue date falling within the
      *     TV140 warning days of the run date ('W', with the days
      *     left),
      *   so the branch and agent can complete it before it is
      *   shut out.
      *
      *   Control totals:
      *     01  -  Pre-issue proposals read
      *     02  -  Proposals reported
      *     03  -  Proposals already blocked
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
      * 15/10/26  01/01   PH2667       Phi Tran - IT DEV                    *
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
           SELECT ZPACPF               ASSIGN TO DATABASE-ZPACPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZPACPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZPACPF-REC.
       01  ZPACPF-REC.
           COPY DDS-ALL-FORMATS            OF ZPACPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5435'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-PROPDTE                PIC 9(08) VALUE 0.
       01  WSAA-HORIZON                PIC 9(08) VALUE 0.
       01  WSAA-DAYS-LEFT              PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-REPORTED               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-BLOCKED                PIC S9(07) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  HPADREC                 PIC X(10) VALUE 'HPADREC'.
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
           COPY DATCON2REC.
           COPY DATCON3REC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
      /
           COPY CHDRLNBSKM.
           COPY HPADSKM.
           COPY ZPAVCHKREC.
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
           OPEN OUTPUT ZPACPF.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE BSPR-COMPANY           TO CHDRLNB-CHDRCOY.
           MOVE BEGN                   TO CHDRLNB-FUNCTION.
           MOVE CHDRLNBREC             TO CHDRLNB-FORMAT.
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
              MOVE NEXTR               TO CHDRLNB-FUNCTION
           END-IF.
      *
           CALL 'CHDRLNBIO'         USING CHDRLNB-PARAMS.
      *
           IF CHDRLNB-STATUZ        NOT = O-K AND ENDP
              MOVE CHDRLNB-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CHDRLNB-STATUZ            = ENDP
           OR CHDRLNB-CHDRCOY       NOT = BSPR-COMPANY
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
           IF CHDRLNB-STATCODE      NOT = 'IP'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
      *  The signature date, from the proposal details.
      *
           MOVE ZEROES                 TO WSAA-PROPDTE.
      *
           INITIALIZE                  HPAD-PARAMS.
           MOVE CHDRLNB-CHDRCOY        TO HPAD-CHDRCOY.
           MOVE CHDRLNB-CHDRNUM        TO HPAD-CHDRNUM.
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
           IF HPAD-STATUZ               = O-K
              MOVE HPAD-HPROPDTE       TO WSAA-PROPDTE
           END-IF.
      *
           INITIALIZE                  ZPAV-ZPAVCHK-REC.
           MOVE 'ISSU'                 TO ZPAV-FUNCTION.
           MOVE CHDRLNB-CHDRCOY        TO ZPAV-COMPANY.
           MOVE CHDRLNB-CNTTYPE        TO ZPAV-CNTTYPE.
           MOVE CHDRLNB-SRCEBUS        TO ZPAV-SRCEBUS.
           MOVE WSAA-PROPDTE           TO ZPAV-SIGNDATE.
           MOVE BSSC-EFFECTIVE-DATE    TO ZPAV-EFFDATE.
      *
           IF HPAD-STATUZ               = O-K
              MOVE HPAD-HPRRCVDT       TO ZPAV-RCVDATE
           ELSE
              MOVE BSSC-EFFECTIVE-DATE TO ZPAV-RCVDATE
           END-IF.
      *
           CALL 'ZPAVCHK'           USING ZPAV-ZPAVCHK-REC.
      *
           IF ZPAV-STATUZ           NOT = O-K
              MOVE ZPAV-STATUZ         TO SYSR-STATUZ
              MOVE ZPAV-ZPAVCHK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  No TV140 item, or one with no closure set: nothing to warn.
      *
           IF ZPAV-FOUND            NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           IF ZPAV-ALLOW                = 'N'
              GO TO 2590-EXIT
           END-IF.
      *
           IF ZPAV-LASTISSU             = ZERO
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
      *  Open still - does the last-issue date fall within the
      *  warning days?
      *
           PERFORM 2600-CALC-HORIZON.
      *
           IF ZPAV-LASTISSU             > WSAA-HORIZON
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2600-CALC-HORIZON SECTION.
      ***************************
      *
       2610-START.
      *
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-HORIZON.
      *
           IF ZPAV-WARNDAYS             = ZERO
              GO TO 2690-EXIT
           END-IF.
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE 'DY'                   TO DTC2-FREQUENCY.
           MOVE ZPAV-WARNDAYS          TO DTC2-FREQ-FACTOR.
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
           MOVE DTC2-INT-DATE-2        TO WSAA-HORIZON.
      *
       2690-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE ZEROES                 TO WSAA-DAYS-LEFT.
      *
           IF  ZPAV-ALLOW               = 'Y'
           AND ZPAV-LASTISSU            > BSSC-EFFECTIVE-DATE
               PERFORM 3100-CALC-DAYS-LEFT
           END-IF.
      *
           PERFORM 3200-WRITE-ZPAC.
      *
           ADD 1                       TO WSAA-REPORTED.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           IF ZPAV-ALLOW                = 'N'
              ADD 1                    TO WSAA-BLOCKED
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
       3090-EXIT.
           EXIT.
      /
       3100-CALC-DAYS-LEFT SECTION.
      *****************************
      *
       3110-CALC.
      *
           MOVE 'DY'                   TO DTC3-FREQUENCY.
           MOVE BSSC-EFFECTIVE-DATE    TO DTC3-INT-DATE-1.
           MOVE ZPAV-LASTISSU          TO DTC3-INT-DATE-2.
      *
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC3-FREQ-FACTOR       TO WSAA-DAYS-LEFT.
      *
       3190-EXIT.
           EXIT.
      /
       3200-WRITE-ZPAC SECTION.
      *************************
      *
       3210-WRITE.
      *
           MOVE SPACES                 TO ZPACPF-REC.
           MOVE CHDRLNB-AGNTNUM        TO AGNTNUM   OF ZPACPF.
      *
           IF ZPAV-ALLOW                = 'N'
              MOVE 'B'                 TO AVLSTAT   OF ZPACPF
           ELSE
              MOVE 'W'                 TO AVLSTAT   OF ZPACPF
           END-IF.
      *
           MOVE CHDRLNB-CHDRCOY        TO CHDRCOY   OF ZPACPF.
           MOVE CHDRLNB-CHDRNUM        TO CHDRNUM   OF ZPACPF.
           MOVE CHDRLNB-CNTBRANCH      TO CNTBRANCH OF ZPACPF.
           MOVE CHDRLNB-CNTTYPE        TO CNTTYPE   OF ZPACPF.
           MOVE WSAA-DAYS-LEFT         TO DAYSLEFT  OF ZPACPF.
           MOVE ZPAV-LASTAPPL          TO LASTAPPL  OF ZPACPF.
           MOVE ZPAV-LASTISSU          TO LASTISSU  OF ZPACPF.
           MOVE ZPAV-SIGNDATE          TO PROPDTE   OF ZPACPF.
           MOVE ZPAV-REASON            TO REASON    OF ZPACPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE   OF ZPACPF.
           MOVE CHDRLNB-SRCEBUS        TO SRCEBUS   OF ZPACPF.
           WRITE ZPACPF-REC.
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
           CLOSE ZPACPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5435 PROPOSALS ON PRODUCTS NEAR CLOSURE'.
           DISPLAY 'PROPOSALS REPORTED........: ' WSAA-REPORTED.
           DISPLAY 'ALREADY BLOCKED...........: ' WSAA-BLOCKED.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
