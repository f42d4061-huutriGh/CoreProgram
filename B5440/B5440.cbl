      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5440.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   OWN-CASE AND RELATED-PARTY BUSINESS BY BRANCH.
      *
      *   Monthly.  Lists the contracts issued in the report month
      *   (issue PTRN, transaction code from the PZ440 parameter,
      *   effective in the PZ440 year / month) that pre-issue
      *   validation flagged on the own-case register ZOCS:
      *
      *    'O' - own case: the servicing or a split agent is the
      *          owner, a payer or a life of the contract;
      *    'R' - related party: the agent is related to one of
      *          them on the client relationship register.
      *
      *   The ZOCR file carries one detail line ('D') per contract
      *   - branch, agent, the party and role that triggered the
      *   flag, the relationship and annualised premium - then one
      *   total line ('B') per branch with the own-case and
      *   related-party counts and their annualised premium.
      *
      *   An operator-stopped partial run writes no branch totals.
      *
      *   Control totals:
      *     01  -  Flagged contracts read
      *     02  -  Detail lines written
      *     03  -  Branch total lines written
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
      * 15/10/26  01/01   PH2673       Phi Tran - IT DEV                    *
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
           SELECT ZOCRPF               ASSIGN TO DATABASE-ZOCRPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZOCRPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZOCRPF-REC.
       01  ZOCRPF-REC.
           COPY DDS-ALL-FORMATS            OF ZOCRPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5440'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-PTRN-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ISS-FOUND              PIC X(01) VALUE 'N'.
       01  WSAA-EFF-CHAR               PIC X(08) VALUE SPACES.
       01  WSAA-YM-KEY                 PIC X(06) VALUE SPACES.
      *
       01  WSAA-FREQ-X                 PIC X(02) VALUE SPACES.
       01  WSAA-FREQ REDEFINES WSAA-FREQ-X
                                       PIC 9(02).
       01  WSAA-ANNPREM                PIC S9(13)V9(02) COMP-3 VALUE 0.
      *
      *  One total per branch.
      *
       01  WSAA-BRN-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-BRN-MAX                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-FOUND-IX               PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-BRN-TABLE.
           03  WSAA-BRN-ENT            OCCURS 200.
               05  WSAA-BRN-CODE       PIC X(02).
               05  WSAA-BRN-OWNCNT     PIC 9(07).
               05  WSAA-BRN-RELCNT     PIC 9(07).
               05  WSAA-BRN-ANNPREM    PIC S9(13)V9(02) COMP-3.
      *
       01  WSAA-READ-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-DET-CNT                PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-OWN-CNT                PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-REL-CNT                PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-ROWS-CNT               PIC S9(07) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  PTRNENQREC              PIC X(10) VALUE 'PTRNENQREC'.
           03  ZOCSREC                 PIC X(10) VALUE 'ZOCSREC'.
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
           COPY PZ440PAR.
      /
           COPY CHDRLNBSKM.
           COPY PTRNENQSKM.
           COPY ZOCSSKM.
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
           MOVE BUPA-PARMAREA          TO PZ440-PARAMS.
      *
           MOVE PZ440-RPTYEAR          TO WSAA-YM-KEY (1:4).
           MOVE PZ440-RPTMONTH         TO WSAA-YM-KEY (5:2).
      *
           MOVE ZEROES                 TO WSAA-BRN-MAX.
           INITIALIZE                  WSAA-BRN-TABLE.
      *
           OPEN OUTPUT ZOCRPF.
      *
           INITIALIZE                  ZOCS-PARAMS.
           MOVE BSPR-COMPANY           TO ZOCS-CHDRCOY.
           MOVE ZOCSREC                TO ZOCS-FORMAT.
           MOVE BEGN                   TO ZOCS-FUNCTION.
      *
       1090-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           IF WSSP-EDTERROR             = ENDP
              GO TO 2090-EXIT
           END-IF.
      *
           IF WSAA-FIRST-READ           = 'Y'
              MOVE 'N'                 TO WSAA-FIRST-READ
           ELSE
              MOVE NEXTR               TO ZOCS-FUNCTION
           END-IF.
      *
           CALL 'ZOCSIO'            USING ZOCS-PARAMS.
      *
           IF ZOCS-STATUZ           NOT = O-K AND ENDP
              MOVE ZOCS-STATUZ         TO SYSR-STATUZ
              MOVE ZOCS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZOCS-STATUZ               = ENDP
           OR ZOCS-CHDRCOY          NOT = BSPR-COMPANY
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-READ-CNT.
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
      *  The contract, in force, issued in the report month.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE ZOCS-CHDRCOY           TO CHDRLNB-CHDRCOY.
           MOVE ZOCS-CHDRNUM           TO CHDRLNB-CHDRNUM.
           MOVE CHDRLNBREC             TO CHDRLNB-FORMAT.
           MOVE READR                  TO CHDRLNB-FUNCTION.
      *
           CALL 'CHDRLNBIO'         USING CHDRLNB-PARAMS.
      *
           IF CHDRLNB-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLNB-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CHDRLNB-STATUZ            = MRNF
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           IF CHDRLNB-VALIDFLAG (1:1) NOT = '1'
           OR CHDRLNB-STATCODE (1:2)    = 'IP'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           MOVE 'N'                    TO WSAA-ISS-FOUND
                                          WSAA-PTRN-EOF.
      *
           INITIALIZE                  PTRNENQ-PARAMS.
           MOVE CHDRLNB-CHDRCOY        TO PTRNENQ-CHDRCOY.
           MOVE CHDRLNB-CHDRNUM        TO PTRNENQ-CHDRNUM.
           MOVE ZERO                   TO PTRNENQ-TRANNO.
           MOVE PTRNENQREC             TO PTRNENQ-FORMAT.
           MOVE BEGN                   TO PTRNENQ-FUNCTION.
      *
           PERFORM 2600-READ-PTRN
               UNTIL WSAA-PTRN-EOF      = 'Y'
               OR    WSAA-ISS-FOUND     = 'Y'.
      *
           IF WSAA-ISS-FOUND        NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2600-READ-PTRN SECTION.
      ************************
      *
       2610-READ.
      *
           CALL 'PTRNENQIO'         USING PTRNENQ-PARAMS.
      *
           IF PTRNENQ-STATUZ        NOT = O-K AND ENDP
              MOVE PTRNENQ-STATUZ      TO SYSR-STATUZ
              MOVE PTRNENQ-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF PTRNENQ-STATUZ            = ENDP
           OR PTRNENQ-CHDRCOY       NOT = CHDRLNB-CHDRCOY
           OR PTRNENQ-CHDRNUM       NOT = CHDRLNB-CHDRNUM
              MOVE 'Y'                 TO WSAA-PTRN-EOF
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO PTRNENQ-FUNCTION.
      *
           MOVE PTRNENQ-PTRNEFF (1:8)  TO WSAA-EFF-CHAR.
      *
           IF  PTRNENQ-BATCTRCDE (1:4)  = PZ440-ISSTRCD
           AND WSAA-EFF-CHAR (1:6)      = WSAA-YM-KEY
               MOVE 'Y'                TO WSAA-ISS-FOUND
           END-IF.
      *
       2690-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE CHDRLNB-BILLFREQ (1:2) TO WSAA-FREQ-X.
      *
           IF  WSAA-FREQ-X          IS NUMERIC
           AND WSAA-FREQ                > ZERO
               COMPUTE WSAA-ANNPREM     = CHDRLNB-SINSTAMT06
                                        * WSAA-FREQ
           ELSE
               MOVE CHDRLNB-SINSTAMT06 TO WSAA-ANNPREM
           END-IF.
      *
           MOVE SPACES                 TO ZOCRPF-REC.
           MOVE 'D'                    TO RECTYPE   OF ZOCRPF.
           MOVE PZ440-RPTYEAR          TO RPTYEAR   OF ZOCRPF.
           MOVE PZ440-RPTMONTH         TO RPTMONTH  OF ZOCRPF.
           MOVE ZOCS-CNTBRANCH         TO CNTBRANCH OF ZOCRPF.
           MOVE ZOCS-CHDRNUM           TO CHDRNUM   OF ZOCRPF.
           MOVE ZOCS-CNTTYPE           TO CNTTYPE   OF ZOCRPF.
           MOVE ZOCS-AGNTNUM           TO AGNTNUM   OF ZOCRPF.
           MOVE ZOCS-CLNTNUM           TO CLNTNUM   OF ZOCRPF.
           MOVE ZOCS-OCSROLE           TO OCSROLE   OF ZOCRPF.
           MOVE ZOCS-OCSTYPE           TO OCSTYPE   OF ZOCRPF.
           MOVE ZOCS-RELCODE           TO RELCODE   OF ZOCRPF.
           MOVE WSAA-ANNPREM           TO ANNPREM   OF ZOCRPF.
           MOVE ZEROES                 TO OWNCNT    OF ZOCRPF
                                          RELCNT    OF ZOCRPF.
      *
           WRITE ZOCRPF-REC.
      *
           ADD 1                       TO WSAA-DET-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
      *  Into the branch total.
      *
           MOVE ZEROES                 TO WSAA-FOUND-IX.
      *
           PERFORM 3100-FIND-BRANCH
               VARYING WSAA-BRN-IX FROM 1 BY 1
               UNTIL WSAA-BRN-IX        > WSAA-BRN-MAX
               OR    WSAA-FOUND-IX      > ZERO.
      *
           IF WSAA-FOUND-IX             = ZERO
              IF WSAA-BRN-MAX       NOT < 200
                 MOVE BOMB             TO SYSR-STATUZ
                 MOVE ZOCS-PARAMS      TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
              ADD 1                    TO WSAA-BRN-MAX
              MOVE WSAA-BRN-MAX        TO WSAA-FOUND-IX
              MOVE ZOCS-CNTBRANCH      TO WSAA-BRN-CODE
                                                   (WSAA-FOUND-IX)
              MOVE ZEROES              TO WSAA-BRN-OWNCNT
                                                   (WSAA-FOUND-IX)
                                          WSAA-BRN-RELCNT
                                                   (WSAA-FOUND-IX)
                                          WSAA-BRN-ANNPREM
                                                   (WSAA-FOUND-IX)
           END-IF.
      *
           IF ZOCS-OCSTYPE              = 'O'
              ADD 1                    TO WSAA-BRN-OWNCNT
                                                   (WSAA-FOUND-IX)
                                          WSAA-OWN-CNT
           ELSE
              ADD 1                    TO WSAA-BRN-RELCNT
                                                   (WSAA-FOUND-IX)
                                          WSAA-REL-CNT
           END-IF.
      *
           ADD WSAA-ANNPREM            TO WSAA-BRN-ANNPREM
                                                   (WSAA-FOUND-IX).
      *
       3090-EXIT.
           EXIT.
      /
       3100-FIND-BRANCH SECTION.
      **************************
      *
       3110-START.
      *
           IF WSAA-BRN-CODE (WSAA-BRN-IX)
                                        = ZOCS-CNTBRANCH
              MOVE WSAA-BRN-IX         TO WSAA-FOUND-IX
           END-IF.
      *
       3190-EXIT.
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
      *  An operator-stopped partial run writes no branch totals -
      *  the resumed invocation writes them when it completes.
      *
           IF ZSTP-STOPPED          NOT = 'Y'
              PERFORM 4100-WRITE-BRANCH
                  VARYING WSAA-BRN-IX FROM 1 BY 1
                  UNTIL WSAA-BRN-IX     > WSAA-BRN-MAX
           END-IF.
      *
           CLOSE ZOCRPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5440 OWN-CASE BUSINESS BY BRANCH'.
           DISPLAY 'REPORT MONTH..............: ' WSAA-YM-KEY.
           DISPLAY 'FLAGGED CONTRACTS READ....: ' WSAA-READ-CNT.
           DISPLAY 'ISSUED IN THE MONTH.......: ' WSAA-DET-CNT.
           DISPLAY '  OWN CASE................: ' WSAA-OWN-CNT.
           DISPLAY '  RELATED PARTY...........: ' WSAA-REL-CNT.
           DISPLAY 'BRANCH TOTAL LINES........: ' WSAA-ROWS-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-WRITE-BRANCH SECTION.
      ***************************
      *
       4110-START.
      *
           MOVE SPACES                 TO ZOCRPF-REC.
           MOVE 'B'                    TO RECTYPE   OF ZOCRPF.
           MOVE PZ440-RPTYEAR          TO RPTYEAR   OF ZOCRPF.
           MOVE PZ440-RPTMONTH         TO RPTMONTH  OF ZOCRPF.
           MOVE WSAA-BRN-CODE (WSAA-BRN-IX)
                                       TO CNTBRANCH OF ZOCRPF.
           MOVE WSAA-BRN-OWNCNT (WSAA-BRN-IX)
                                       TO OWNCNT    OF ZOCRPF.
           MOVE WSAA-BRN-RELCNT (WSAA-BRN-IX)
                                       TO RELCNT    OF ZOCRPF.
           MOVE WSAA-BRN-ANNPREM (WSAA-BRN-IX)
                                       TO ANNPREM   OF ZOCRPF.
      *
           WRITE ZOCRPF-REC.
      *
           ADD 1                       TO WSAA-ROWS-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       4190-EXIT.
           EXIT.
