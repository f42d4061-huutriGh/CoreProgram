      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5433.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   ACTIVE LEGAL HOLDS REPORT.
      *
      *   Monthly, for Compliance and Legal.  Reads the ZHLD legal
      *   hold register maintained through P5398 and writes one
      *   ZHLR row for every hold active on the run date - status
      *   'A', started on or before the run date and with no
      *   release date or one still ahead - the same test ZHLDCHK
      *   applies to the transactions it freezes.
      *
      *   Each row carries the reference, issuing authority, type,
      *   scope and entity held, the start and any scheduled
      *   release date, the user who placed it and its age in days
      *   from the start date to the run date.
      *
      *   Control totals:
      *     01  -  Holds read
      *     02  -  Active holds reported
      *     03  -  Active holds over one year old
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
      * 15/10/26  01/01   PH2664       Phi Tran - IT DEV                    *
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
           SELECT ZHLRPF               ASSIGN TO DATABASE-ZHLRPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZHLRPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZHLRPF-REC.
       01  ZHLRPF-REC.
           COPY DDS-ALL-FORMATS            OF ZHLRPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5433'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-AGEDAYS                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-REPORTED               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-OLD-DAYS               PIC S9(05) COMP-3 VALUE 365.
      *
       01  FORMATS.
           03  ZHLDREC                 PIC X(10) VALUE 'ZHLDREC'.
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
           COPY DATCON3REC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
      /
           COPY ZHLDSKM.
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
           OPEN OUTPUT ZHLRPF.
      *
           INITIALIZE                  ZHLD-PARAMS.
           MOVE BSPR-COMPANY           TO ZHLD-HOLDCOY.
           MOVE BEGN                   TO ZHLD-FUNCTION.
           MOVE ZHLDREC                TO ZHLD-FORMAT.
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
              MOVE NEXTR               TO ZHLD-FUNCTION
           END-IF.
      *
           CALL 'ZHLDIO'            USING ZHLD-PARAMS.
      *
           IF ZHLD-STATUZ           NOT = O-K AND ENDP
              MOVE ZHLD-STATUZ         TO SYSR-STATUZ
              MOVE ZHLD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZHLD-STATUZ               = ENDP
           OR ZHLD-HOLDCOY          NOT = BSPR-COMPANY
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
      *  Active on the run date: not released, started, and any
      *  scheduled release still ahead.
      *
           IF ZHLD-HOLDSTAT         NOT = 'A'
           OR ZHLD-STRTDATE             > BSSC-EFFECTIVE-DATE
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           IF  ZHLD-RELDATE         NOT = ZERO
           AND ZHLD-RELDATE         NOT > BSSC-EFFECTIVE-DATE
               MOVE SPACES             TO WSSP-EDTERROR
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
           PERFORM 3100-CALC-AGE.
           PERFORM 3200-WRITE-ZHLR.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           IF WSAA-AGEDAYS              > WSAA-OLD-DAYS
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           ADD 1                       TO WSAA-REPORTED.
      *
       3090-EXIT.
           EXIT.
      /
       3100-CALC-AGE SECTION.
      ***********************
      *
       3110-CALC.
      *
           MOVE ZERO                   TO WSAA-AGEDAYS.
      *
           IF ZHLD-STRTDATE             = ZERO
           OR ZHLD-STRTDATE             = BSSC-EFFECTIVE-DATE
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE ZHLD-STRTDATE          TO DTC3-INT-DATE-1.
           MOVE BSSC-EFFECTIVE-DATE    TO DTC3-INT-DATE-2.
           MOVE 'DY'                   TO DTC3-FREQUENCY.
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC3-FREQ-FACTOR       TO WSAA-AGEDAYS.
      *
       3190-EXIT.
           EXIT.
      /
       3200-WRITE-ZHLR SECTION.
      *************************
      *
       3210-WRITE.
      *
           MOVE SPACES                 TO ZHLRPF-REC.
           MOVE WSAA-AGEDAYS           TO AGEDAYS   OF ZHLRPF.
           MOVE ZHLD-HOLDAUTH          TO HOLDAUTH  OF ZHLRPF.
           MOVE ZHLD-HOLDCOY           TO HOLDCOY   OF ZHLRPF.
           MOVE ZHLD-HOLDENT           TO HOLDENT   OF ZHLRPF.
           MOVE ZHLD-HOLDREF           TO HOLDREF   OF ZHLRPF.
           MOVE ZHLD-HOLDSCOP          TO HOLDSCOP  OF ZHLRPF.
           MOVE ZHLD-HOLDTYPE          TO HOLDTYPE  OF ZHLRPF.
           MOVE ZHLD-RELDATE           TO RELDATE   OF ZHLRPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE   OF ZHLRPF.
           MOVE ZHLD-STRTDATE          TO STRTDATE  OF ZHLRPF.
           MOVE ZHLD-USERID            TO USERID    OF ZHLRPF.
           WRITE ZHLRPF-REC.
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
           CLOSE ZHLRPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5433 ACTIVE LEGAL HOLDS REPORT'.
           DISPLAY 'ACTIVE HOLDS REPORTED.....: ' WSAA-REPORTED.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
