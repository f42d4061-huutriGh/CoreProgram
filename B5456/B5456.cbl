      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5456.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   MONTHLY CONSERVATION RETAINED-PREMIUM REPORT.
      *
      *   Reports the lapse-risk conservation worklist (ZLRW, built
      *   weekly by B5455, outcomes recorded through P5405) for the
      *   month of BSSC-EFFECTIVE-DATE, by servicing agent within
      *   branch.  For each agent (the orphan-care team counting as
      *   an agent of its own):
      *
      *     ASSIGNCNT  entries listed in the month;
      *     CONTCNT    entries closed with a contact date in the
      *                month;
      *     RETNCNT /  of those, retained ('RT') - count and the
      *     RETNPREM   annual premium kept;
      *     LOSTCNT /  of those, lost ('LP') - count and premium;
      *     LOSTPREM
      *     OPENCNT    entries still open at the run.
      *
      *   ZLRRPF carries one 'A' row per agent and branch, one 'B'
      *   row per branch and a 'T' row for the company.  An agent
      *   with nothing to report for the month is not written.
      *
      *   Control totals:
      *     01  -  Worklist entries read
      *     02  -  Entries closed in the month
      *     03  -  Entries retained in the month
      *     04  -  Premium retained in the month
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
      * 15/10/26  01/01   PH2686       Phi Tran - IT DEV                    *
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
           SELECT ZLRRPF               ASSIGN TO DATABASE-ZLRRPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZLRRPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZLRRPF-REC.
       01  ZLRRPF-REC.
           COPY DDS-ALL-FORMATS            OF ZLRRPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5456'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-FOUND                  PIC X(01) VALUE 'N'.
      *
       01  WSAA-RUN-YYMM               PIC X(06) VALUE SPACES.
       01  WSAA-DATE-X.
           05  WSAA-DATE-YYMM          PIC X(06).
           05  WSAA-DATE-DD            PIC X(02).
       01  WSAA-DATE-N                 REDEFINES WSAA-DATE-X
                                       PIC 9(08).
      *
      *  One entry's contribution.
      *
       01  WSAA-ENT-WORK.
           03  WSAA-ENT-ASSIGNCNT      PIC S9(07) COMP-3.
           03  WSAA-ENT-CONTCNT        PIC S9(07) COMP-3.
           03  WSAA-ENT-RETNCNT        PIC S9(07) COMP-3.
           03  WSAA-ENT-LOSTCNT        PIC S9(07) COMP-3.
           03  WSAA-ENT-OPENCNT        PIC S9(07) COMP-3.
           03  WSAA-ENT-RETNPREM       PIC S9(13)V9(02) COMP-3.
           03  WSAA-ENT-LOSTPREM       PIC S9(13)V9(02) COMP-3.
      *
      *  Agent within branch accumulators.
      *
       01  WSAA-AGT-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-AGT-HIT                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-AGT-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-AGT-TABLE.
           03  WSAA-AGT-ENT            OCCURS 2000.
               05  WSAA-AGT-BRANCH     PIC X(02).
               05  WSAA-AGT-AGNTNUM    PIC X(08).
               05  WSAA-AGT-ASSIGNCNT  PIC S9(07) COMP-3.
               05  WSAA-AGT-CONTCNT    PIC S9(07) COMP-3.
               05  WSAA-AGT-RETNCNT    PIC S9(07) COMP-3.
               05  WSAA-AGT-LOSTCNT    PIC S9(07) COMP-3.
               05  WSAA-AGT-OPENCNT    PIC S9(07) COMP-3.
               05  WSAA-AGT-RETNPREM   PIC S9(13)V9(02) COMP-3.
               05  WSAA-AGT-LOSTPREM   PIC S9(13)V9(02) COMP-3.
      *
      *  Branch accumulators, built from the agent rows at close.
      *
       01  WSAA-BRN-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-BRN-HIT                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-BRN-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-BRN-TABLE.
           03  WSAA-BRN-ENT            OCCURS 200.
               05  WSAA-BRN-BRANCH     PIC X(02).
               05  WSAA-BRN-ASSIGNCNT  PIC S9(07) COMP-3.
               05  WSAA-BRN-CONTCNT    PIC S9(07) COMP-3.
               05  WSAA-BRN-RETNCNT    PIC S9(07) COMP-3.
               05  WSAA-BRN-LOSTCNT    PIC S9(07) COMP-3.
               05  WSAA-BRN-OPENCNT    PIC S9(07) COMP-3.
               05  WSAA-BRN-RETNPREM   PIC S9(13)V9(02) COMP-3.
               05  WSAA-BRN-LOSTPREM   PIC S9(13)V9(02) COMP-3.
      *
       01  WSAA-TOT-WORK.
           03  WSAA-TOT-ASSIGNCNT      PIC S9(07) COMP-3.
           03  WSAA-TOT-CONTCNT        PIC S9(07) COMP-3.
           03  WSAA-TOT-RETNCNT        PIC S9(07) COMP-3.
           03  WSAA-TOT-LOSTCNT        PIC S9(07) COMP-3.
           03  WSAA-TOT-OPENCNT        PIC S9(07) COMP-3.
           03  WSAA-TOT-RETNPREM       PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-LOSTPREM       PIC S9(13)V9(02) COMP-3.
      *
       01  FORMATS.
           03  ZLRWREC                 PIC X(10) VALUE 'ZLRWREC'.
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
           COPY ZLRWSKM.
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
           OPEN OUTPUT ZLRRPF.
      *
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-DATE-X.
           MOVE WSAA-DATE-YYMM         TO WSAA-RUN-YYMM.
      *
           MOVE ZEROES                 TO WSAA-AGT-MAX
                                          WSAA-BRN-MAX.
           INITIALIZE                  WSAA-TOT-WORK.
      *
           INITIALIZE                  ZLRW-PARAMS.
           MOVE BSPR-COMPANY           TO ZLRW-CHDRCOY.
           MOVE ZLRWREC                TO ZLRW-FORMAT.
           MOVE BEGN                   TO ZLRW-FUNCTION.
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
              MOVE NEXTR               TO ZLRW-FUNCTION
           END-IF.
      *
           CALL 'ZLRWIO'            USING ZLRW-PARAMS.
      *
           IF ZLRW-STATUZ           NOT = O-K AND ENDP
              MOVE ZLRW-STATUZ         TO SYSR-STATUZ
              MOVE ZLRW-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZLRW-STATUZ               = ENDP
           OR ZLRW-CHDRCOY          NOT = BSPR-COMPANY
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
           INITIALIZE                  WSAA-ENT-WORK.
      *
           MOVE ZLRW-WLDATE            TO WSAA-DATE-N.
           IF WSAA-DATE-YYMM            = WSAA-RUN-YYMM
              MOVE 1                   TO WSAA-ENT-ASSIGNCNT
           END-IF.
      *
           IF ZLRW-WRKSTAT              = 'O'
              MOVE 1                   TO WSAA-ENT-OPENCNT
           ELSE
              MOVE ZLRW-CONTDATE       TO WSAA-DATE-N
              IF WSAA-DATE-YYMM         = WSAA-RUN-YYMM
                 MOVE 1                TO WSAA-ENT-CONTCNT
                 IF ZLRW-OUTCOME        = 'RT'
                    MOVE 1             TO WSAA-ENT-RETNCNT
                    MOVE ZLRW-ANNPREM  TO WSAA-ENT-RETNPREM
                 END-IF
                 IF ZLRW-OUTCOME        = 'LP'
                    MOVE 1             TO WSAA-ENT-LOSTCNT
                    MOVE ZLRW-ANNPREM  TO WSAA-ENT-LOSTPREM
                 END-IF
              END-IF
           END-IF.
      *
           IF  WSAA-ENT-ASSIGNCNT       = ZERO
           AND WSAA-ENT-CONTCNT         = ZERO
           AND WSAA-ENT-OPENCNT         = ZERO
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
           PERFORM 3100-FIND-AGENT.
      *
           ADD WSAA-ENT-ASSIGNCNT      TO WSAA-AGT-ASSIGNCNT
                                          (WSAA-AGT-IX).
           ADD WSAA-ENT-CONTCNT        TO WSAA-AGT-CONTCNT
                                          (WSAA-AGT-IX).
           ADD WSAA-ENT-RETNCNT        TO WSAA-AGT-RETNCNT
                                          (WSAA-AGT-IX).
           ADD WSAA-ENT-LOSTCNT        TO WSAA-AGT-LOSTCNT
                                          (WSAA-AGT-IX).
           ADD WSAA-ENT-OPENCNT        TO WSAA-AGT-OPENCNT
                                          (WSAA-AGT-IX).
           ADD WSAA-ENT-RETNPREM       TO WSAA-AGT-RETNPREM
                                          (WSAA-AGT-IX).
           ADD WSAA-ENT-LOSTPREM       TO WSAA-AGT-LOSTPREM
                                          (WSAA-AGT-IX).
      *
           ADD WSAA-ENT-ASSIGNCNT      TO WSAA-TOT-ASSIGNCNT.
           ADD WSAA-ENT-CONTCNT        TO WSAA-TOT-CONTCNT.
           ADD WSAA-ENT-RETNCNT        TO WSAA-TOT-RETNCNT.
           ADD WSAA-ENT-LOSTCNT        TO WSAA-TOT-LOSTCNT.
           ADD WSAA-ENT-OPENCNT        TO WSAA-TOT-OPENCNT.
           ADD WSAA-ENT-RETNPREM       TO WSAA-TOT-RETNPREM.
           ADD WSAA-ENT-LOSTPREM       TO WSAA-TOT-LOSTPREM.
      *
           IF WSAA-ENT-CONTCNT          > ZERO
              MOVE CT02                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           IF WSAA-ENT-RETNCNT          > ZERO
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              MOVE CT04                TO CONT-TOTNO
              MOVE WSAA-ENT-RETNPREM   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
       3090-EXIT.
           EXIT.
      /
       3100-FIND-AGENT SECTION.
      *************************
      *
       3110-START.
      *
           MOVE 'N'                    TO WSAA-FOUND.
           PERFORM 3150-MATCH-AGENT
               VARYING WSAA-AGT-IX FROM 1 BY 1
               UNTIL WSAA-AGT-IX        > WSAA-AGT-MAX
               OR WSAA-FOUND            = 'Y'.
      *
           IF WSAA-FOUND                = 'Y'
              MOVE WSAA-AGT-HIT        TO WSAA-AGT-IX
              GO TO 3190-EXIT
           END-IF.
      *
           IF WSAA-AGT-MAX          NOT < 2000
              MOVE 'BOMB'              TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-AGT-MAX.
           MOVE WSAA-AGT-MAX           TO WSAA-AGT-IX.
           INITIALIZE                  WSAA-AGT-ENT (WSAA-AGT-IX).
           MOVE ZLRW-BRANCH            TO WSAA-AGT-BRANCH
                                          (WSAA-AGT-IX).
           MOVE ZLRW-AGNTNUM           TO WSAA-AGT-AGNTNUM
                                          (WSAA-AGT-IX).
      *
       3190-EXIT.
           EXIT.
      /
       3150-MATCH-AGENT SECTION.
      **************************
      *
       3151-START.
      *
           IF  WSAA-AGT-BRANCH (WSAA-AGT-IX)  = ZLRW-BRANCH
           AND WSAA-AGT-AGNTNUM (WSAA-AGT-IX) = ZLRW-AGNTNUM
               MOVE 'Y'                TO WSAA-FOUND
               MOVE WSAA-AGT-IX        TO WSAA-AGT-HIT
           END-IF.
      *
       3159-EXIT.
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
           PERFORM 4100-WRITE-AGENT
               VARYING WSAA-AGT-IX FROM 1 BY 1
               UNTIL WSAA-AGT-IX        > WSAA-AGT-MAX.
      *
           PERFORM 4300-WRITE-BRANCH
               VARYING WSAA-BRN-IX FROM 1 BY 1
               UNTIL WSAA-BRN-IX        > WSAA-BRN-MAX.
      *
           MOVE SPACES                 TO ZLRRPF-REC.
           MOVE 'T'                    TO RECTYPE    OF ZLRRPF.
           MOVE WSAA-RUN-YYMM          TO REPMONTH   OF ZLRRPF.
           MOVE SPACES                 TO BRANCH     OF ZLRRPF
                                          AGNTNUM    OF ZLRRPF.
           MOVE WSAA-TOT-ASSIGNCNT     TO ASSIGNCNT  OF ZLRRPF.
           MOVE WSAA-TOT-CONTCNT       TO CONTCNT    OF ZLRRPF.
           MOVE WSAA-TOT-RETNCNT       TO RETNCNT    OF ZLRRPF.
           MOVE WSAA-TOT-RETNPREM      TO RETNPREM   OF ZLRRPF.
           MOVE WSAA-TOT-LOSTCNT       TO LOSTCNT    OF ZLRRPF.
           MOVE WSAA-TOT-LOSTPREM      TO LOSTPREM   OF ZLRRPF.
           MOVE WSAA-TOT-OPENCNT       TO OPENCNT    OF ZLRRPF.
           WRITE ZLRRPF-REC.
      *
           CLOSE ZLRRPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5456 CONSERVATION RETAINED PREMIUM'.
           DISPLAY 'REPORT MONTH..............: ' WSAA-RUN-YYMM.
           DISPLAY 'ENTRIES LISTED............: ' WSAA-TOT-ASSIGNCNT.
           DISPLAY 'ENTRIES CLOSED............: ' WSAA-TOT-CONTCNT.
           DISPLAY 'RETAINED..................: ' WSAA-TOT-RETNCNT.
           DISPLAY 'LOST......................: ' WSAA-TOT-LOSTCNT.
           DISPLAY 'STILL OPEN................: ' WSAA-TOT-OPENCNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-WRITE-AGENT SECTION.
      **************************
      *
       4110-START.
      *
           MOVE SPACES                 TO ZLRRPF-REC.
           MOVE 'A'                    TO RECTYPE    OF ZLRRPF.
           MOVE WSAA-RUN-YYMM          TO REPMONTH   OF ZLRRPF.
           MOVE WSAA-AGT-BRANCH (WSAA-AGT-IX)
                                       TO BRANCH     OF ZLRRPF.
           MOVE WSAA-AGT-AGNTNUM (WSAA-AGT-IX)
                                       TO AGNTNUM    OF ZLRRPF.
           MOVE WSAA-AGT-ASSIGNCNT (WSAA-AGT-IX)
                                       TO ASSIGNCNT  OF ZLRRPF.
           MOVE WSAA-AGT-CONTCNT (WSAA-AGT-IX)
                                       TO CONTCNT    OF ZLRRPF.
           MOVE WSAA-AGT-RETNCNT (WSAA-AGT-IX)
                                       TO RETNCNT    OF ZLRRPF.
           MOVE WSAA-AGT-RETNPREM (WSAA-AGT-IX)
                                       TO RETNPREM   OF ZLRRPF.
           MOVE WSAA-AGT-LOSTCNT (WSAA-AGT-IX)
                                       TO LOSTCNT    OF ZLRRPF.
           MOVE WSAA-AGT-LOSTPREM (WSAA-AGT-IX)
                                       TO LOSTPREM   OF ZLRRPF.
           MOVE WSAA-AGT-OPENCNT (WSAA-AGT-IX)
                                       TO OPENCNT    OF ZLRRPF.
           WRITE ZLRRPF-REC.
      *
      *  Roll the agent into the branch.
      *
           MOVE 'N'                    TO WSAA-FOUND.
           PERFORM 4250-MATCH-BRANCH
               VARYING WSAA-BRN-IX FROM 1 BY 1
               UNTIL WSAA-BRN-IX        > WSAA-BRN-MAX
               OR WSAA-FOUND            = 'Y'.
      *
           IF WSAA-FOUND                = 'Y'
              MOVE WSAA-BRN-HIT        TO WSAA-BRN-IX
           ELSE
              IF WSAA-BRN-MAX       NOT < 200
                 MOVE 'BOMB'           TO SYSR-STATUZ
                 PERFORM 600-FATAL-ERROR
              END-IF
              ADD 1                    TO WSAA-BRN-MAX
              MOVE WSAA-BRN-MAX        TO WSAA-BRN-IX
              INITIALIZE               WSAA-BRN-ENT (WSAA-BRN-IX)
              MOVE WSAA-AGT-BRANCH (WSAA-AGT-IX)
                                       TO WSAA-BRN-BRANCH
                                          (WSAA-BRN-IX)
           END-IF.
      *
           ADD WSAA-AGT-ASSIGNCNT (WSAA-AGT-IX)
                                       TO WSAA-BRN-ASSIGNCNT
                                          (WSAA-BRN-IX).
           ADD WSAA-AGT-CONTCNT (WSAA-AGT-IX)
                                       TO WSAA-BRN-CONTCNT
                                          (WSAA-BRN-IX).
           ADD WSAA-AGT-RETNCNT (WSAA-AGT-IX)
                                       TO WSAA-BRN-RETNCNT
                                          (WSAA-BRN-IX).
           ADD WSAA-AGT-LOSTCNT (WSAA-AGT-IX)
                                       TO WSAA-BRN-LOSTCNT
                                          (WSAA-BRN-IX).
           ADD WSAA-AGT-OPENCNT (WSAA-AGT-IX)
                                       TO WSAA-BRN-OPENCNT
                                          (WSAA-BRN-IX).
           ADD WSAA-AGT-RETNPREM (WSAA-AGT-IX)
                                       TO WSAA-BRN-RETNPREM
                                          (WSAA-BRN-IX).
           ADD WSAA-AGT-LOSTPREM (WSAA-AGT-IX)
                                       TO WSAA-BRN-LOSTPREM
                                          (WSAA-BRN-IX).
      *
       4190-EXIT.
           EXIT.
      /
       4250-MATCH-BRANCH SECTION.
      ***************************
      *
       4251-START.
      *
           IF WSAA-BRN-BRANCH (WSAA-BRN-IX)
                                        = WSAA-AGT-BRANCH (WSAA-AGT-IX)
              MOVE 'Y'                 TO WSAA-FOUND
              MOVE WSAA-BRN-IX         TO WSAA-BRN-HIT
           END-IF.
      *
       4259-EXIT.
           EXIT.
      /
       4300-WRITE-BRANCH SECTION.
      ***************************
      *
       4310-START.
      *
           MOVE SPACES                 TO ZLRRPF-REC.
           MOVE 'B'                    TO RECTYPE    OF ZLRRPF.
           MOVE WSAA-RUN-YYMM          TO REPMONTH   OF ZLRRPF.
           MOVE WSAA-BRN-BRANCH (WSAA-BRN-IX)
                                       TO BRANCH     OF ZLRRPF.
           MOVE SPACES                 TO AGNTNUM    OF ZLRRPF.
           MOVE WSAA-BRN-ASSIGNCNT (WSAA-BRN-IX)
                                       TO ASSIGNCNT  OF ZLRRPF.
           MOVE WSAA-BRN-CONTCNT (WSAA-BRN-IX)
                                       TO CONTCNT    OF ZLRRPF.
           MOVE WSAA-BRN-RETNCNT (WSAA-BRN-IX)
                                       TO RETNCNT    OF ZLRRPF.
           MOVE WSAA-BRN-RETNPREM (WSAA-BRN-IX)
                                       TO RETNPREM   OF ZLRRPF.
           MOVE WSAA-BRN-LOSTCNT (WSAA-BRN-IX)
                                       TO LOSTCNT    OF ZLRRPF.
           MOVE WSAA-BRN-LOSTPREM (WSAA-BRN-IX)
                                       TO LOSTPREM   OF ZLRRPF.
           MOVE WSAA-BRN-OPENCNT (WSAA-BRN-IX)
                                       TO OPENCNT    OF ZLRRPF.
           WRITE ZLRRPF-REC.
      *
       4390-EXIT.
           EXIT.
