      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5436.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   DAILY NEW BUSINESS PIPELINE FUNNEL.
      *
      *   Daily.  Sweeps the contract headers (CHDRLNB) and builds
      *   the new business funnel for the run date and for the
      *   month to date, one ZNBF row per branch, channel (source
      *   of business) and servicing agent ('A'), with totals per
      *   branch ('B'), per channel ('C') and for the company
      *   ('T'):
      *
      *    - received: proposals whose received date (HPAD, written
      *      online and by the B5374 intake; the commencement date
      *      where none) falls in the period;
      *    - pending underwriting: proposals still in progress
      *      ('IP') with requirements outstanding on ZURQ - the
      *      B5372 worklist population - as at the run date;
      *    - issued: an issue PTRN (PZ436 issue transaction code,
      *      P5074AT) effective in the period; jet-issued are the
      *      issued cases the ZJETCHK first-pass decision let
      *      through clean, with no underwriting requirement ever
      *      raised on ZURQ;
      *    - declined: a decline PTRN (PZ436 manual decline code,
      *      or the B5373 auto-decline code) in the period;
      *    - free-look cancelled: a PZ436 free-look PTRN (P5381)
      *      in the period;
      *    - days from receipt to issue of the month's issues:
      *      the average and the 90th percentile (over 120 days
      *      counted as 121);
      *    - cases older than the service standard, by stage:
      *      awaiting underwriting requirements (PZ436 UWRSTD
      *      days, default 21) and received but not yet issued
      *      with nothing outstanding (RCVSTD, default 7), measured
      *      from the received date.
      *
      *   Control totals:
      *     01  -  Contracts read
      *     02  -  Contracts counted in the funnel
      *     03  -  Funnel rows written
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
      * 15/10/26  01/01   PH2669       Phi Tran - IT DEV                    *
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
           SELECT ZNBFPF               ASSIGN TO DATABASE-ZNBFPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZNBFPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZNBFPF-REC.
       01  ZNBFPF-REC.
           COPY DDS-ALL-FORMATS            OF ZNBFPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5436'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-PTRN-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZURQ-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-RUN-DATE               PIC 9(08) VALUE 0.
       01  WSAA-RUN-DATE-X REDEFINES WSAA-RUN-DATE
                                       PIC X(08).
       01  WSAA-RCVDATE                PIC 9(08) VALUE 0.
       01  WSAA-RCVDATE-X REDEFINES WSAA-RCVDATE
                                       PIC X(08).
       01  WSAA-EFFDATE                PIC 9(08) VALUE 0.
       01  WSAA-EFFDATE-X REDEFINES WSAA-EFFDATE
                                       PIC X(08).
       01  WSAA-ISSDATE                PIC 9(08) VALUE 0.
       01  WSAA-RCV-STD                PIC S9(05) COMP-3 VALUE 7.
       01  WSAA-UWR-STD                PIC S9(05) COMP-3 VALUE 21.
       01  WSAA-DAYS                   PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-ZURQ-ALL               PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-ZURQ-OPEN              PIC S9(05) COMP-3 VALUE 0.
      *
      *  This contract's part in the funnel.
      *
       01  WSAA-CASE.
           03  WSAA-C-RCVDAY           PIC 9(01).
           03  WSAA-C-RCVMTD           PIC 9(01).
           03  WSAA-C-PNDUWR           PIC 9(01).
           03  WSAA-C-ISSDAY           PIC 9(01).
           03  WSAA-C-ISSMTD           PIC 9(01).
           03  WSAA-C-JETDAY           PIC 9(01).
           03  WSAA-C-JETMTD           PIC 9(01).
           03  WSAA-C-DCLDAY           PIC 9(01).
           03  WSAA-C-DCLMTD           PIC 9(01).
           03  WSAA-C-FLCDAY           PIC 9(01).
           03  WSAA-C-FLCMTD           PIC 9(01).
           03  WSAA-C-AGEDUWR          PIC 9(01).
           03  WSAA-C-AGEDRCV          PIC 9(01).
           03  WSAA-C-ISSDAYS          PIC S9(05) COMP-3.
       01  WSAA-CASE-COUNTS REDEFINES WSAA-CASE.
           03  WSAA-C-FLAGS            PIC 9(13).
           03  FILLER                  PIC X(03).
      *
       01  WSAA-ADD-KEY.
           03  WSAA-ADD-LEVELC         PIC X(01).
           03  WSAA-ADD-BRANCH         PIC X(02).
           03  WSAA-ADD-SRCEBUS        PIC X(02).
           03  WSAA-ADD-AGNTNUM        PIC X(08).
      *
       01  WSAA-TAB-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-TAB-HIT                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-TAB-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-HX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-CUM                    PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-P90-TARGET             PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-P90-DAYS               PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-P90-FOUND              PIC X(01) VALUE 'N'.
       01  WSAA-ROWS-CNT               PIC S9(07) COMP-3 VALUE 0.
      *
       01  WSAA-FUNNEL-TABLE.
           03  WSAA-FN-ENT             OCCURS 1000.
               05  WSAA-FN-KEY         PIC X(13).
               05  WSAA-FN-RCVDAY      PIC 9(07).
               05  WSAA-FN-RCVMTD      PIC 9(07).
               05  WSAA-FN-PNDUWR      PIC 9(07).
               05  WSAA-FN-ISSDAY      PIC 9(07).
               05  WSAA-FN-ISSMTD      PIC 9(07).
               05  WSAA-FN-JETDAY      PIC 9(07).
               05  WSAA-FN-JETMTD      PIC 9(07).
               05  WSAA-FN-DCLDAY      PIC 9(07).
               05  WSAA-FN-DCLMTD      PIC 9(07).
               05  WSAA-FN-FLCDAY      PIC 9(07).
               05  WSAA-FN-FLCMTD      PIC 9(07).
               05  WSAA-FN-AGEDUWR     PIC 9(07).
               05  WSAA-FN-AGEDRCV     PIC 9(07).
               05  WSAA-FN-ISSDAYS     PIC S9(09) COMP-3.
      *
      *  Days from receipt to issue of the month's issues, one
      *  count per day 0 to 120 and one for longer.
      *
               05  WSAA-FN-HIST        PIC S9(05) COMP-3
                                       OCCURS 122.
      *
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  HPADREC                 PIC X(10) VALUE 'HPADREC'.
           03  PTRNENQREC              PIC X(10) VALUE 'PTRNENQREC'.
           03  ZURQREC                 PIC X(10) VALUE 'ZURQREC'.
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
           COPY PZ436PAR.
      /
           COPY CHDRLNBSKM.
           COPY HPADSKM.
           COPY PTRNENQSKM.
           COPY ZURQSKM.
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
           MOVE BUPA-PARMAREA          TO PZ436-PARAMS.
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-RUN-DATE.
      *
           IF PZ436-RCVSTD              > ZERO
              MOVE PZ436-RCVSTD        TO WSAA-RCV-STD
           END-IF.
      *
           IF PZ436-UWRSTD              > ZERO
              MOVE PZ436-UWRSTD        TO WSAA-UWR-STD
           END-IF.
      *
           MOVE ZEROES                 TO WSAA-TAB-MAX.
           INITIALIZE                  WSAA-FUNNEL-TABLE.
      *
           OPEN OUTPUT ZNBFPF.
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
           IF CHDRLNB-VALIDFLAG (1:1) NOT = '1'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           MOVE ZEROES                 TO WSAA-C-FLAGS
                                          WSAA-C-ISSDAYS.
      *
      *  The received date, from the proposal details.
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
           MOVE ZEROES                 TO WSAA-RCVDATE.
      *
           IF HPAD-STATUZ               = O-K
              MOVE HPAD-HPRRCVDT       TO WSAA-RCVDATE
           END-IF.
      *
           IF WSAA-RCVDATE              = ZERO
              MOVE CHDRLNB-OCCDATE     TO WSAA-RCVDATE
           END-IF.
      *
           IF  WSAA-RCVDATE-X (1:6)     = WSAA-RUN-DATE-X (1:6)
           AND WSAA-RCVDATE         NOT > WSAA-RUN-DATE
               MOVE 1                  TO WSAA-C-RCVMTD
               IF WSAA-RCVDATE          = WSAA-RUN-DATE
                  MOVE 1               TO WSAA-C-RCVDAY
               END-IF
           END-IF.
      *
      *  The period's transactions: issue, decline, free look.
      *
           MOVE ZEROES                 TO WSAA-ISSDATE.
           PERFORM 2600-SCAN-TRANSACTIONS.
      *
      *  Requirements raised and still outstanding.
      *
           IF WSAA-C-ISSMTD             = 1
           OR CHDRLNB-STATCODE          = 'IP'
              PERFORM 2700-COUNT-REQUIREMENTS
           END-IF.
      *
           IF  WSAA-C-ISSMTD            = 1
           AND WSAA-ZURQ-ALL            = ZERO
               MOVE 1                  TO WSAA-C-JETMTD
               MOVE WSAA-C-ISSDAY      TO WSAA-C-JETDAY
           END-IF.
      *
           IF WSAA-C-ISSMTD             = 1
              PERFORM 2800-DAYS-TO-ISSUE
           END-IF.
      *
           IF CHDRLNB-STATCODE          = 'IP'
              PERFORM 2900-CHECK-PENDING
           END-IF.
      *
           IF WSAA-C-FLAGS              = ZERO
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       2590-EXIT.
           EXIT.
      /
       2600-SCAN-TRANSACTIONS SECTION.
      ********************************
      *
       2610-START.
      *
           MOVE 'N'                    TO WSAA-PTRN-EOF.
      *
           INITIALIZE                  PTRNENQ-PARAMS.
           MOVE CHDRLNB-CHDRCOY        TO PTRNENQ-CHDRCOY.
           MOVE CHDRLNB-CHDRNUM        TO PTRNENQ-CHDRNUM.
           MOVE PTRNENQREC             TO PTRNENQ-FORMAT.
           MOVE BEGN                   TO PTRNENQ-FUNCTION.
      *
           PERFORM 2650-READ-PTRN
               UNTIL WSAA-PTRN-EOF      = 'Y'.
      *
       2690-EXIT.
           EXIT.
      /
       2650-READ-PTRN SECTION.
      ************************
      *
       2651-READ.
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
              GO TO 2659-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO PTRNENQ-FUNCTION.
      *
           MOVE PTRNENQ-PTRNEFF        TO WSAA-EFFDATE.
      *
           IF WSAA-EFFDATE-X (1:6)  NOT = WSAA-RUN-DATE-X (1:6)
           OR WSAA-EFFDATE              > WSAA-RUN-DATE
              GO TO 2659-EXIT
           END-IF.
      *
           IF  PTRNENQ-BATCTRCDE (1:4)  = PZ436-ISSTRCD
           AND PZ436-ISSTRCD        NOT = SPACES
               MOVE 1                  TO WSAA-C-ISSMTD
               MOVE WSAA-EFFDATE       TO WSAA-ISSDATE
               IF WSAA-EFFDATE          = WSAA-RUN-DATE
                  MOVE 1               TO WSAA-C-ISSDAY
               END-IF
           END-IF.
      *
           IF (PTRNENQ-BATCTRCDE (1:4)  = PZ436-DCLTRCD
           AND PZ436-DCLTRCD        NOT = SPACES)
           OR (PTRNENQ-BATCTRCDE (1:4)  = PZ436-ADCTRCD
           AND PZ436-ADCTRCD        NOT = SPACES)
               MOVE 1                  TO WSAA-C-DCLMTD
               IF WSAA-EFFDATE          = WSAA-RUN-DATE
                  MOVE 1               TO WSAA-C-DCLDAY
               END-IF
           END-IF.
      *
           IF  PTRNENQ-BATCTRCDE (1:4)  = PZ436-FLCTRCD
           AND PZ436-FLCTRCD        NOT = SPACES
               MOVE 1                  TO WSAA-C-FLCMTD
               IF WSAA-EFFDATE          = WSAA-RUN-DATE
                  MOVE 1               TO WSAA-C-FLCDAY
               END-IF
           END-IF.
      *
       2659-EXIT.
           EXIT.
      /
       2700-COUNT-REQUIREMENTS SECTION.
      *********************************
      *
       2710-START.
      *
           MOVE ZEROES                 TO WSAA-ZURQ-ALL
                                          WSAA-ZURQ-OPEN.
           MOVE 'N'                    TO WSAA-ZURQ-EOF.
      *
           INITIALIZE                  ZURQ-PARAMS.
           MOVE CHDRLNB-CHDRCOY        TO ZURQ-CHDRCOY.
           MOVE CHDRLNB-CHDRNUM        TO ZURQ-CHDRNUM.
           MOVE ZURQREC                TO ZURQ-FORMAT.
           MOVE BEGN                   TO ZURQ-FUNCTION.
      *
           PERFORM 2750-READ-ZURQ
               UNTIL WSAA-ZURQ-EOF      = 'Y'.
      *
       2790-EXIT.
           EXIT.
      /
       2750-READ-ZURQ SECTION.
      ************************
      *
       2751-READ.
      *
           CALL 'ZURQIO'            USING ZURQ-PARAMS.
      *
           IF ZURQ-STATUZ           NOT = O-K AND ENDP
              MOVE ZURQ-STATUZ         TO SYSR-STATUZ
              MOVE ZURQ-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZURQ-STATUZ               = ENDP
           OR ZURQ-CHDRCOY          NOT = CHDRLNB-CHDRCOY
           OR ZURQ-CHDRNUM          NOT = CHDRLNB-CHDRNUM
              MOVE 'Y'                 TO WSAA-ZURQ-EOF
              GO TO 2759-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZURQ-FUNCTION.
      *
           ADD 1                       TO WSAA-ZURQ-ALL.
      *
           IF ZURQ-REQSTAT              = 'O'
              ADD 1                    TO WSAA-ZURQ-OPEN
           END-IF.
      *
       2759-EXIT.
           EXIT.
      /
       2800-DAYS-TO-ISSUE SECTION.
      ****************************
      *
       2810-START.
      *
           MOVE ZEROES                 TO WSAA-C-ISSDAYS.
      *
           IF WSAA-RCVDATE              = ZERO
           OR WSAA-RCVDATE          NOT < WSAA-ISSDATE
              GO TO 2890-EXIT
           END-IF.
      *
           MOVE 'DY'                   TO DTC3-FREQUENCY.
           MOVE WSAA-RCVDATE           TO DTC3-INT-DATE-1.
           MOVE WSAA-ISSDATE           TO DTC3-INT-DATE-2.
      *
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC3-FREQ-FACTOR       TO WSAA-C-ISSDAYS.
      *
       2890-EXIT.
           EXIT.
      /
       2900-CHECK-PENDING SECTION.
      ****************************
      *
       2910-START.
      *
      *  A proposal still in progress: with requirements outstanding
      *  it is at the underwriting stage, otherwise it awaits issue.
      *  Either way it is aged from the day it was received.
      *
           IF WSAA-ZURQ-OPEN            > ZERO
              MOVE 1                   TO WSAA-C-PNDUWR
           END-IF.
      *
           IF WSAA-RCVDATE              = ZERO
           OR WSAA-RCVDATE          NOT < WSAA-RUN-DATE
              GO TO 2990-EXIT
           END-IF.
      *
           MOVE 'DY'                   TO DTC3-FREQUENCY.
           MOVE WSAA-RCVDATE           TO DTC3-INT-DATE-1.
           MOVE WSAA-RUN-DATE          TO DTC3-INT-DATE-2.
      *
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC3-FREQ-FACTOR       TO WSAA-DAYS.
      *
           IF WSAA-ZURQ-OPEN            > ZERO
              IF WSAA-DAYS              > WSAA-UWR-STD
                 MOVE 1                TO WSAA-C-AGEDUWR
              END-IF
           ELSE
              IF WSAA-DAYS              > WSAA-RCV-STD
                 MOVE 1                TO WSAA-C-AGEDRCV
              END-IF
           END-IF.
      *
       2990-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE 'A'                    TO WSAA-ADD-LEVELC.
           MOVE CHDRLNB-CNTBRANCH      TO WSAA-ADD-BRANCH.
           MOVE CHDRLNB-SRCEBUS        TO WSAA-ADD-SRCEBUS.
           MOVE CHDRLNB-AGNTNUM        TO WSAA-ADD-AGNTNUM.
           PERFORM 3200-ADD-TO-TABLE.
      *
           MOVE 'B'                    TO WSAA-ADD-LEVELC.
           MOVE CHDRLNB-CNTBRANCH      TO WSAA-ADD-BRANCH.
           MOVE SPACES                 TO WSAA-ADD-SRCEBUS
                                          WSAA-ADD-AGNTNUM.
           PERFORM 3200-ADD-TO-TABLE.
      *
           MOVE 'C'                    TO WSAA-ADD-LEVELC.
           MOVE SPACES                 TO WSAA-ADD-BRANCH
                                          WSAA-ADD-AGNTNUM.
           MOVE CHDRLNB-SRCEBUS        TO WSAA-ADD-SRCEBUS.
           PERFORM 3200-ADD-TO-TABLE.
      *
           MOVE 'T'                    TO WSAA-ADD-LEVELC.
           MOVE SPACES                 TO WSAA-ADD-BRANCH
                                          WSAA-ADD-SRCEBUS
                                          WSAA-ADD-AGNTNUM.
           PERFORM 3200-ADD-TO-TABLE.
      *
       3090-EXIT.
           EXIT.
      /
       3200-ADD-TO-TABLE SECTION.
      ***************************
      *
       3210-START.
      *
           MOVE ZEROES                 TO WSAA-TAB-HIT.
      *
           PERFORM 3250-MATCH-ENTRY
               VARYING WSAA-TAB-IX FROM 1 BY 1
               UNTIL WSAA-TAB-IX        > WSAA-TAB-MAX
               OR    WSAA-TAB-HIT       > ZERO.
      *
           IF WSAA-TAB-HIT              = ZERO
              IF WSAA-TAB-MAX       NOT < 1000
                 MOVE 'BOMB'           TO SYSR-STATUZ
                 PERFORM 600-FATAL-ERROR
              END-IF
              ADD 1                    TO WSAA-TAB-MAX
              MOVE WSAA-TAB-MAX        TO WSAA-TAB-HIT
              MOVE WSAA-ADD-KEY        TO WSAA-FN-KEY (WSAA-TAB-HIT)
           END-IF.
      *
           MOVE WSAA-TAB-HIT           TO WSAA-TAB-IX.
      *
           ADD WSAA-C-RCVDAY           TO WSAA-FN-RCVDAY (WSAA-TAB-IX).
           ADD WSAA-C-RCVMTD           TO WSAA-FN-RCVMTD (WSAA-TAB-IX).
           ADD WSAA-C-PNDUWR           TO WSAA-FN-PNDUWR (WSAA-TAB-IX).
           ADD WSAA-C-ISSDAY           TO WSAA-FN-ISSDAY (WSAA-TAB-IX).
           ADD WSAA-C-ISSMTD           TO WSAA-FN-ISSMTD (WSAA-TAB-IX).
           ADD WSAA-C-JETDAY           TO WSAA-FN-JETDAY (WSAA-TAB-IX).
           ADD WSAA-C-JETMTD           TO WSAA-FN-JETMTD (WSAA-TAB-IX).
           ADD WSAA-C-DCLDAY           TO WSAA-FN-DCLDAY (WSAA-TAB-IX).
           ADD WSAA-C-DCLMTD           TO WSAA-FN-DCLMTD (WSAA-TAB-IX).
           ADD WSAA-C-FLCDAY           TO WSAA-FN-FLCDAY (WSAA-TAB-IX).
           ADD WSAA-C-FLCMTD           TO WSAA-FN-FLCMTD (WSAA-TAB-IX).
           ADD WSAA-C-AGEDUWR          TO WSAA-FN-AGEDUWR (WSAA-TAB-IX).
           ADD WSAA-C-AGEDRCV          TO WSAA-FN-AGEDRCV (WSAA-TAB-IX).
      *
           IF WSAA-C-ISSMTD             = ZERO
              GO TO 3290-EXIT
           END-IF.
      *
           ADD WSAA-C-ISSDAYS          TO WSAA-FN-ISSDAYS (WSAA-TAB-IX).
      *
           IF WSAA-C-ISSDAYS            > 120
              MOVE 122                 TO WSAA-HX
           ELSE
              COMPUTE WSAA-HX           = WSAA-C-ISSDAYS + 1
           END-IF.
      *
           ADD 1                       TO WSAA-FN-HIST
                                          (WSAA-TAB-IX WSAA-HX).
      *
       3290-EXIT.
           EXIT.
      /
       3250-MATCH-ENTRY SECTION.
      **************************
      *
       3260-START.
      *
           IF WSAA-FN-KEY (WSAA-TAB-IX) = WSAA-ADD-KEY
              MOVE WSAA-TAB-IX         TO WSAA-TAB-HIT
           END-IF.
      *
       3259-EXIT.
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
           PERFORM 4100-WRITE-FUNNEL-ROW
               VARYING WSAA-TAB-IX FROM 1 BY 1
               UNTIL WSAA-TAB-IX        > WSAA-TAB-MAX.
      *
           CLOSE ZNBFPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5436 NEW BUSINESS PIPELINE FUNNEL'.
           DISPLAY 'RUN DATE..................: ' WSAA-RUN-DATE.
           DISPLAY 'FUNNEL ROWS WRITTEN.......: ' WSAA-ROWS-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-WRITE-FUNNEL-ROW SECTION.
      *******************************
      *
       4110-START.
      *
           MOVE SPACES                 TO ZNBFPF-REC.
           MOVE WSAA-FN-KEY (WSAA-TAB-IX)
                                       TO WSAA-ADD-KEY.
      *
           MOVE WSAA-ADD-LEVELC        TO LEVELC    OF ZNBFPF.
           MOVE WSAA-ADD-BRANCH        TO CNTBRANCH OF ZNBFPF.
           MOVE WSAA-ADD-SRCEBUS       TO SRCEBUS   OF ZNBFPF.
           MOVE WSAA-ADD-AGNTNUM       TO AGNTNUM   OF ZNBFPF.
           MOVE WSAA-RUN-DATE          TO REPDATE   OF ZNBFPF.
           MOVE WSAA-FN-RCVDAY (WSAA-TAB-IX)
                                       TO RCVDAY    OF ZNBFPF.
           MOVE WSAA-FN-RCVMTD (WSAA-TAB-IX)
                                       TO RCVMTD    OF ZNBFPF.
           MOVE WSAA-FN-PNDUWR (WSAA-TAB-IX)
                                       TO PNDUWR    OF ZNBFPF.
           MOVE WSAA-FN-ISSDAY (WSAA-TAB-IX)
                                       TO ISSDAY    OF ZNBFPF.
           MOVE WSAA-FN-ISSMTD (WSAA-TAB-IX)
                                       TO ISSMTD    OF ZNBFPF.
           MOVE WSAA-FN-JETDAY (WSAA-TAB-IX)
                                       TO JETDAY    OF ZNBFPF.
           MOVE WSAA-FN-JETMTD (WSAA-TAB-IX)
                                       TO JETMTD    OF ZNBFPF.
           MOVE WSAA-FN-DCLDAY (WSAA-TAB-IX)
                                       TO DCLDAY    OF ZNBFPF.
           MOVE WSAA-FN-DCLMTD (WSAA-TAB-IX)
                                       TO DCLMTD    OF ZNBFPF.
           MOVE WSAA-FN-FLCDAY (WSAA-TAB-IX)
                                       TO FLCDAY    OF ZNBFPF.
           MOVE WSAA-FN-FLCMTD (WSAA-TAB-IX)
                                       TO FLCMTD    OF ZNBFPF.
           MOVE WSAA-FN-AGEDUWR (WSAA-TAB-IX)
                                       TO AGEDUWR   OF ZNBFPF.
           MOVE WSAA-FN-AGEDRCV (WSAA-TAB-IX)
                                       TO AGEDRCV   OF ZNBFPF.
           MOVE ZEROES                 TO AVGDAYS   OF ZNBFPF
                                          P90DAYS   OF ZNBFPF.
      *
           IF WSAA-FN-ISSMTD (WSAA-TAB-IX)
                                        > ZERO
              COMPUTE AVGDAYS OF ZNBFPF ROUNDED
                                        = WSAA-FN-ISSDAYS (WSAA-TAB-IX)
                                        / WSAA-FN-ISSMTD (WSAA-TAB-IX)
              PERFORM 4200-PERCENTILE
              MOVE WSAA-P90-DAYS       TO P90DAYS   OF ZNBFPF
           END-IF.
      *
           WRITE ZNBFPF-REC.
      *
           ADD 1                       TO WSAA-ROWS-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       4190-EXIT.
           EXIT.
      /
       4200-PERCENTILE SECTION.
      *************************
      *
       4210-START.
      *
      *  The 90th percentile: the smallest number of days within
      *  which nine in ten of the month's issues were made.
      *
           COMPUTE WSAA-P90-TARGET      = (WSAA-FN-ISSMTD (WSAA-TAB-IX)
                                        * 9 + 9) / 10.
           MOVE ZEROES                 TO WSAA-CUM
                                          WSAA-P90-DAYS.
           MOVE 'N'                    TO WSAA-P90-FOUND.
      *
           PERFORM 4250-ONE-BUCKET
               VARYING WSAA-HX FROM 1 BY 1
               UNTIL WSAA-HX            > 122
               OR    WSAA-P90-FOUND     = 'Y'.
      *
       4290-EXIT.
           EXIT.
      /
       4250-ONE-BUCKET SECTION.
      *************************
      *
       4260-START.
      *
           ADD WSAA-FN-HIST (WSAA-TAB-IX WSAA-HX)
                                       TO WSAA-CUM.
      *
           IF WSAA-CUM              NOT < WSAA-P90-TARGET
              MOVE 'Y'                 TO WSAA-P90-FOUND
              COMPUTE WSAA-P90-DAYS     = WSAA-HX - 1
           END-IF.
      *
       4259-EXIT.
           EXIT.
