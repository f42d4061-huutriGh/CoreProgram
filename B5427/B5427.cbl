      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5427.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   RIDER CLAIMS PAID REPORT.
      *
      *   Monthly.  Reads the ZRCL rider claim register P5392
      *   writes and reports every hospital cash and medical rider
      *   claim paid in the run month (selected by payment date) -
      *   one ZRCP row per claim with the component, diagnosis,
      *   stay, policy year and amount paid.
      *
      *   Control totals:
      *     01  -  Rider claims read
      *     02  -  Claims paid in the run month
      *     03  -  Amount paid in the run month
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
      * 15/10/26  01/01   PH2655       Phi Tran - IT DEV                    *
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
           SELECT ZRCPPF               ASSIGN TO DATABASE-ZRCPPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZRCPPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZRCPPF-REC.
       01  ZRCPPF-REC.
           COPY DDS-ALL-FORMATS            OF ZRCPPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5427'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-REPORTED               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-PAID-TOTAL             PIC S9(13)V9(2) COMP-3 VALUE 0.
      *
       01  WSAA-RUN-YYMM               PIC X(06) VALUE SPACES.
       01  WSAA-DATE-X.
           05  WSAA-DATE-YYMM          PIC X(06).
           05  WSAA-DATE-DD            PIC X(02).
      *
       01  FORMATS.
           03  ZRCLREC                 PIC X(10) VALUE 'ZRCLREC'.
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
           COPY ZRCLSKM.
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
           OPEN OUTPUT ZRCPPF.
      *
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-DATE-X.
           MOVE WSAA-DATE-YYMM         TO WSAA-RUN-YYMM.
      *
           INITIALIZE                  ZRCL-PARAMS.
           MOVE BSPR-COMPANY           TO ZRCL-CHDRCOY.
           MOVE BEGN                   TO ZRCL-FUNCTION.
           MOVE ZRCLREC                TO ZRCL-FORMAT.
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
              MOVE NEXTR               TO ZRCL-FUNCTION
           END-IF.
      *
           CALL 'ZRCLIO'            USING ZRCL-PARAMS.
      *
           IF ZRCL-STATUZ           NOT = O-K AND ENDP
              MOVE ZRCL-STATUZ         TO SYSR-STATUZ
              MOVE ZRCL-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRCL-STATUZ               = ENDP
           OR ZRCL-CHDRCOY          NOT = BSPR-COMPANY
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
           MOVE ZRCL-PAYDATE           TO WSAA-DATE-X.
      *
           IF WSAA-DATE-YYMM        NOT = WSAA-RUN-YYMM
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE CT03                   TO CONT-TOTNO.
           MOVE ZRCL-PAYAMT            TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       2590-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE SPACES                 TO ZRCPPF-REC.
           MOVE ZRCL-CHDRCOY           TO CHDRCOY   OF ZRCPPF.
           MOVE ZRCL-CHDRNUM           TO CHDRNUM   OF ZRCPPF.
           MOVE ZRCL-LIFE              TO LIFE      OF ZRCPPF.
           MOVE ZRCL-COVERAGE          TO COVERAGE  OF ZRCPPF.
           MOVE ZRCL-RIDER             TO RIDER     OF ZRCPPF.
           MOVE ZRCL-CRTABLE           TO CRTABLE   OF ZRCPPF.
           MOVE ZRCL-CLAMNUM           TO CLAMNUM   OF ZRCPPF.
           MOVE ZRCL-DIAGCODE          TO DIAGCODE  OF ZRCPPF.
           MOVE ZRCL-ADMITDATE         TO ADMITDATE OF ZRCPPF.
           MOVE ZRCL-DISCDATE          TO DISCDATE  OF ZRCPPF.
           MOVE ZRCL-HOSPDAYS          TO HOSPDAYS  OF ZRCPPF.
           MOVE ZRCL-PLNYEAR           TO PLNYEAR   OF ZRCPPF.
           MOVE ZRCL-PAYAMT            TO PAYAMT    OF ZRCPPF.
           MOVE ZRCL-PAYDATE           TO PAYDATE   OF ZRCPPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE   OF ZRCPPF.
           WRITE ZRCPPF-REC.
      *
           ADD 1                       TO WSAA-REPORTED.
           ADD ZRCL-PAYAMT             TO WSAA-PAID-TOTAL.
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
           CLOSE ZRCPPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5427 RIDER CLAIMS PAID REPORT'.
           DISPLAY 'CLAIMS REPORTED...........: ' WSAA-REPORTED.
           DISPLAY 'AMOUNT PAID...............: ' WSAA-PAID-TOTAL.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
