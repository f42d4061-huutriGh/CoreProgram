      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5445.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   MONTHLY AML RISK RESCORE AND KYC REVIEW DIARY.
      *
      *   Run monthly.  Every current client (CLTS valid flag '1')
      *   is rescored through ZAMLRSK, so changes to occupation,
      *   nationality, the watchlist, the contracts held and the
      *   TV148 / TV149 factor scores are picked up and the
      *   client's band and next review date kept current on the
      *   ZRSK risk register.  PZ445 RESCORE 'N' reads the
      *   register as it stands without rescoring.
      *
      *   The ZKYCPF diary lists every client whose KYC review
      *   falls due within PZ445 LEADMTHS months of the run date
      *   (default 1), for Compliance to work through on P5402:
      *          OVERDUE 'Y'  the review date has passed;
      *          BLOCKED 'Y'  an overdue high-risk client - payouts
      *                       on the client's contracts are held by
      *                       P5374, P5375 and B5360 until the review
      *                       is recorded.
      *
      *   Control totals:
      *     01  -  Clients read
      *     02  -  Clients scored
      *     03  -  High-risk clients
      *     04  -  Reviews due on the diary
      *     05  -  Overdue high-risk clients
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
      * 15/10/26  01/01   PH2677       Phi Tran - IT DEV                    *
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
           SELECT ZKYCPF               ASSIGN TO DATABASE-ZKYCPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZKYCPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZKYCPF-REC.
       01  ZKYCPF-REC.
           COPY DDS-ALL-FORMATS            OF ZKYCPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5445'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-LEAD-MTHS              PIC 9(02) VALUE 0.
       01  WSAA-DUE-BY                 PIC 9(08) VALUE 0.
      *
       01  WSAA-SCORED-CNT             PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-HIGH-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-DUE-CNT                PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-BLOCK-CNT              PIC 9(07) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY VARCOM.
           COPY SMTPFXCPY.
           COPY CONTOTREC.
           COPY SYSERRREC.
           COPY DATCON2REC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY PZ445PAR.
      /
           COPY CLTSSKM.
           COPY ZAMLRSKREC.
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
           MOVE BUPA-PARMAREA          TO PZ445-PARAMS.
      *
           IF PZ445-LEADMTHS            NUMERIC
              MOVE PZ445-LEADMTHS      TO WSAA-LEAD-MTHS
           ELSE
              MOVE 1                   TO WSAA-LEAD-MTHS
           END-IF.
      *
           IF PZ445-RESCORE         NOT = 'N'
              MOVE 'Y'                 TO PZ445-RESCORE
           END-IF.
      *
      *  Reviews falling due up to this date go on the diary.
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE '12'                   TO DTC2-FREQUENCY.
           MOVE WSAA-LEAD-MTHS         TO DTC2-FREQ-FACTOR.
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
           MOVE DTC2-INT-DATE-2        TO WSAA-DUE-BY.
      *
           OPEN OUTPUT ZKYCPF.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE '9'                    TO CLTS-CLNTCOY.
           MOVE CLTSREC                TO CLTS-FORMAT.
           MOVE BEGN                   TO CLTS-FUNCTION.
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
              MOVE NEXTR               TO CLTS-FUNCTION
           END-IF.
      *
           CALL 'CLTSIO'            USING CLTS-PARAMS.
      *
           IF CLTS-STATUZ           NOT = O-K AND ENDP
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CLTS-STATUZ               = ENDP
           OR CLTS-CLNTPFX          NOT = 'CN'
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
           IF CLTS-VALIDFLAG (1:1)  NOT = '1'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           INITIALIZE                  ZARK-ZAMLRSK-REC.
           IF PZ445-RESCORE             = 'N'
              MOVE 'READ'              TO ZARK-FUNCTION
           ELSE
              MOVE 'SCOR'              TO ZARK-FUNCTION
           END-IF.
           MOVE BSPR-COMPANY           TO ZARK-COMPANY.
           MOVE CLTS-CLNTCOY           TO ZARK-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO ZARK-CLNTNUM.
           MOVE BSSC-EFFECTIVE-DATE    TO ZARK-EFFDATE.
      *
           CALL 'ZAMLRSK'           USING ZARK-ZAMLRSK-REC.
      *
           IF ZARK-STATUZ           NOT = O-K AND MRNF
              MOVE ZARK-STATUZ         TO SYSR-STATUZ
              MOVE ZARK-ZAMLRSK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  Not yet on the register (reading only) - nothing to diarise.
      *
           IF ZARK-STATUZ               = MRNF
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           IF ZARK-FUNCTION             = 'SCOR'
              ADD 1                    TO WSAA-SCORED-CNT
              MOVE CT02                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           IF ZARK-RISKBAND             = 'H'
              ADD 1                    TO WSAA-HIGH-CNT
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           IF ZARK-NXTREVDT             = ZERO
           OR ZARK-NXTREVDT             > WSAA-DUE-BY
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
           MOVE SPACES                 TO ZKYCPF-REC.
           MOVE CLTS-CLNTNUM           TO CLNTNUM   OF ZKYCPF.
           MOVE CLTS-SURNAME           TO SURNAME   OF ZKYCPF.
           MOVE CLTS-GIVNAME           TO GIVNAME   OF ZKYCPF.
           MOVE ZARK-RISKSCR           TO RISKSCR   OF ZKYCPF.
           MOVE ZARK-RISKBAND          TO RISKBAND  OF ZKYCPF.
           MOVE ZARK-LSTREVDT          TO LSTREVDT  OF ZKYCPF.
           MOVE ZARK-NXTREVDT          TO NXTREVDT  OF ZKYCPF.
           MOVE ZARK-OVERDUE           TO OVERDUE   OF ZKYCPF.
           MOVE ZARK-BLOCKED           TO BLOCKED   OF ZKYCPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZKYCPF.
      *
           WRITE ZKYCPF-REC.
      *
           ADD 1                       TO WSAA-DUE-CNT.
           MOVE CT04                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           IF ZARK-BLOCKED              = 'Y'
              ADD 1                    TO WSAA-BLOCK-CNT
              MOVE CT05                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
       3090-EXIT.
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
           CLOSE ZKYCPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5445 AML RISK AND KYC REVIEW SUMMARY'.
           DISPLAY 'CLIENTS SCORED       : ' WSAA-SCORED-CNT.
           DISPLAY 'HIGH-RISK CLIENTS    : ' WSAA-HIGH-CNT.
           DISPLAY 'REVIEWS DUE          : ' WSAA-DUE-CNT.
           DISPLAY 'OVERDUE HIGH-RISK    : ' WSAA-BLOCK-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
