      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5434.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   REPLACEMENT ACTIVITY BY AGENT.
      *
      *   Monthly, for Compliance.  Reads the ZRPL replacement
      *   register by agent (ZRPLAGT view) and writes a ZRPA row
      *   ('D') for every proposal P6378 flagged as a replacement
      *   in the month of the run date: the new contract, its type
      *   and branch, the client and the role (owner or life) that
      *   linked it, and the contract replaced with the transaction
      *   (surrender, lapse, free-look cancellation or partial
      *   withdrawal) and its effective date.
      *
      *   Each agent's rows are followed by a total row ('T')
      *   carrying the agent's count of replacements for the month.
      *
      *   Control totals:
      *     01  -  Register rows read
      *     02  -  Replacements reported
      *     03  -  Agents reported
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
      * 15/10/26  01/01   PH2666       Phi Tran - IT DEV                    *
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
           SELECT ZRPAPF               ASSIGN TO DATABASE-ZRPAPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZRPAPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZRPAPF-REC.
       01  ZRPAPF-REC.
           COPY DDS-ALL-FORMATS            OF ZRPAPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5434'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-RUN-CHAR               PIC X(08) VALUE SPACES.
       01  WSAA-DET-CHAR               PIC X(08) VALUE SPACES.
       01  WSAA-LAST-AGENT             PIC X(08) VALUE SPACES.
       01  WSAA-AGENT-CNT              PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-REPORTED               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-AGENTS                 PIC S9(07) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  ZRPLAGTREC              PIC X(10) VALUE 'ZRPLAGTREC'.
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
           COPY ZRPLAGTSKM.
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
           OPEN OUTPUT ZRPAPF.
      *
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-RUN-CHAR.
           MOVE SPACES                 TO WSAA-LAST-AGENT.
           MOVE ZEROES                 TO WSAA-AGENT-CNT.
      *
           INITIALIZE                  ZRPLAGT-PARAMS.
           MOVE BSPR-COMPANY           TO ZRPLAGT-CHDRCOY.
           MOVE BEGN                   TO ZRPLAGT-FUNCTION.
           MOVE ZRPLAGTREC             TO ZRPLAGT-FORMAT.
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
              MOVE NEXTR               TO ZRPLAGT-FUNCTION
           END-IF.
      *
           CALL 'ZRPLAGTIO'         USING ZRPLAGT-PARAMS.
      *
           IF ZRPLAGT-STATUZ        NOT = O-K AND ENDP
              MOVE ZRPLAGT-STATUZ      TO SYSR-STATUZ
              MOVE ZRPLAGT-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRPLAGT-STATUZ            = ENDP
           OR ZRPLAGT-CHDRCOY       NOT = BSPR-COMPANY
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
      *  Flagged in the month of the run date.
      *
           MOVE ZRPLAGT-DETDATE        TO WSAA-DET-CHAR.
      *
           IF WSAA-DET-CHAR (1:6)   NOT = WSAA-RUN-CHAR (1:6)
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
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
      *  A new agent closes off the previous agent's rows.
      *
           IF  ZRPLAGT-AGNTNUM      NOT = WSAA-LAST-AGENT
           AND WSAA-AGENT-CNT           > ZERO
               PERFORM 3300-WRITE-TOTAL
           END-IF.
      *
           MOVE ZRPLAGT-AGNTNUM        TO WSAA-LAST-AGENT.
      *
           PERFORM 3200-WRITE-DETAIL.
      *
           ADD 1                       TO WSAA-AGENT-CNT
                                          WSAA-REPORTED.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
           EXIT.
      /
       3200-WRITE-DETAIL SECTION.
      ***************************
      *
       3210-WRITE.
      *
           MOVE SPACES                 TO ZRPAPF-REC.
           MOVE ZRPLAGT-AGNTNUM        TO AGNTNUM   OF ZRPAPF.
           MOVE ZRPLAGT-CHDRCOY        TO CHDRCOY   OF ZRPAPF.
           MOVE ZRPLAGT-CHDRNUM        TO CHDRNUM   OF ZRPAPF.
           MOVE ZRPLAGT-CLNTNUM        TO CLNTNUM   OF ZRPAPF.
           MOVE ZRPLAGT-CNTBRANCH      TO CNTBRANCH OF ZRPAPF.
           MOVE ZRPLAGT-CNTTYPE        TO CNTTYPE   OF ZRPAPF.
           MOVE ZRPLAGT-DETDATE        TO DETDATE   OF ZRPAPF.
           MOVE ZRPLAGT-OLDCHDR        TO OLDCHDR   OF ZRPAPF.
           MOVE ZRPLAGT-OLDEFF         TO OLDEFF    OF ZRPAPF.
           MOVE ZRPLAGT-OLDTRCDE       TO OLDTRCDE  OF ZRPAPF.
           MOVE 'D'                    TO RECTYPE   OF ZRPAPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE   OF ZRPAPF.
           MOVE ZEROES                 TO RPLCNT    OF ZRPAPF.
           MOVE ZRPLAGT-RPLROLE        TO RPLROLE   OF ZRPAPF.
           WRITE ZRPAPF-REC.
      *
       3290-EXIT.
           EXIT.
      /
       3300-WRITE-TOTAL SECTION.
      **************************
      *
       3310-WRITE.
      *
           MOVE SPACES                 TO ZRPAPF-REC.
           MOVE WSAA-LAST-AGENT        TO AGNTNUM   OF ZRPAPF.
           MOVE BSPR-COMPANY           TO CHDRCOY   OF ZRPAPF.
           MOVE ZEROES                 TO DETDATE   OF ZRPAPF
                                          OLDEFF    OF ZRPAPF.
           MOVE 'T'                    TO RECTYPE   OF ZRPAPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE   OF ZRPAPF.
           MOVE WSAA-AGENT-CNT         TO RPLCNT    OF ZRPAPF.
           WRITE ZRPAPF-REC.
      *
           MOVE ZEROES                 TO WSAA-AGENT-CNT.
           ADD 1                       TO WSAA-AGENTS.
      *
           MOVE CT03                   TO CONT-TOTNO.
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
       4000-CLOSE SECTION.
      ********************
      *
       4010-CLOSE-FILES.
      *
      *  The last agent's total.
      *
           IF WSAA-AGENT-CNT            > ZERO
              PERFORM 3300-WRITE-TOTAL
           END-IF.
      *
           CLOSE ZRPAPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5434 REPLACEMENT ACTIVITY BY AGENT'.
           DISPLAY 'REPLACEMENTS REPORTED.....: ' WSAA-REPORTED.
           DISPLAY 'AGENTS REPORTED...........: ' WSAA-AGENTS.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
