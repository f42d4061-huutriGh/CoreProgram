      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5457.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   DISASTER-AREA MORATORIUM REPORT.
      *
      *   Lists the contracts covered by the disaster-area moratoria
      *   on the ZMOR register (P5406) at BSSC-EFFECTIVE-DATE, and
      *   what each will owe when its moratorium ends.
      *
      *   The primary file is PAYR, read via PAYRIO in company within
      *   contract number order, as B5353 reads it.  Each valid payer
      *   of a contract at a T5679 risk status (item key =
      *   BPRD-AUTH-CODE) is checked through ZMORCHK; a contract whose
      *   owner's ward or province is under a moratorium - start date
      *   reached, grace end not yet passed - is reported with:
      *
      *     ANNPREM    the instalment annualised by billing frequency;
      *     PTDATE     the paid-to date;
      *     DUECNT /   the instalments falling due from the paid-to
      *     DUEAMT     date up to the moratorium end date, and their
      *                amount - what becomes due when it ends;
      *     GRACEND    the end date plus the extended grace days, by
      *                which the arrears must be paid before B5353
      *                takes the contract into lapse.
      *
      *   ZMRPPF carries one 'C' row per contract, one 'M' row per
      *   moratorium with the contract count and premium totals, and
      *   a 'T' row for the company.
      *
      *   Control totals:
      *     01  -  Payer records read
      *     02  -  Contracts covered by a moratorium
      *     03  -  Premium due at moratorium end
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
      * 15/10/26  01/01   PH2687       Phi Tran - IT DEV                    *
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
           SELECT ZMRPPF               ASSIGN TO DATABASE-ZMRPPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZMRPPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZMRPPF-REC.
       01  ZMRPPF-REC.
           COPY DDS-ALL-FORMATS            OF ZMRPPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5457'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-FOUND                  PIC X(01) VALUE 'N'.
       01  WSAA-STAT-OK                PIC X(01) VALUE 'N'.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
      *
       01  WSAA-BILLFREQ               PIC X(02) VALUE SPACES.
       01  WSAA-BILLFREQ-9             REDEFINES WSAA-BILLFREQ
                                       PIC 9(02).
       01  WSAA-PTDATE                 PIC 9(08) VALUE 0.
       01  WSAA-INSTPREM               PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-ANNPREM                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-DUECNT                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-DUEAMT                 PIC S9(13)V9(02) COMP-3 VALUE 0.
      *
      *  Moratorium accumulators.
      *
       01  WSAA-MOR-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-MOR-HIT                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-MOR-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-MOR-TABLE.
           03  WSAA-MOR-ENT            OCCURS 500.
               05  WSAA-MOR-MORREF     PIC X(10).
               05  WSAA-MOR-AREATYPE   PIC X(01).
               05  WSAA-MOR-AREA       PIC X(30).
               05  WSAA-MOR-STRTDATE   PIC 9(08).
               05  WSAA-MOR-ENDDATE    PIC 9(08).
               05  WSAA-MOR-GRACEND    PIC 9(08).
               05  WSAA-MOR-CONTCNT    PIC S9(07) COMP-3.
               05  WSAA-MOR-ANNPREM    PIC S9(13)V9(02) COMP-3.
               05  WSAA-MOR-DUEAMT     PIC S9(13)V9(02) COMP-3.
      *
       01  WSAA-TOT-WORK.
           03  WSAA-TOT-CONTCNT        PIC S9(07) COMP-3.
           03  WSAA-TOT-ANNPREM        PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-DUEAMT         PIC S9(13)V9(02) COMP-3.
      *
       01  FORMATS.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  TABLES.
           03  T5679                   PIC X(06) VALUE 'T5679'.
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
           COPY DATCON3REC.
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY ITEMSKM.
           COPY T5679REC.
      /
           COPY PAYRSKM.
           COPY CHDRLIFSKM.
           COPY ZMORCHKREC.
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
           OPEN OUTPUT ZMRPPF.
      *
           MOVE ZEROES                 TO WSAA-MOR-MAX.
           INITIALIZE                  WSAA-TOT-WORK.
      *
      *  In-force statuses.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE T5679                  TO ITEM-ITEMTABL.
           MOVE BPRD-AUTH-CODE         TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ITEM-GENAREA           TO T5679-T5679-REC.
      *
      * Start the sweep of the payer file.
      *
           INITIALIZE                  PAYR-PARAMS.
           MOVE BSPR-COMPANY           TO PAYR-CHDRCOY.
           MOVE BEGN                   TO PAYR-FUNCTION.
           MOVE PAYRREC                TO PAYR-FORMAT.
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
              MOVE NEXTR               TO PAYR-FUNCTION
           END-IF.
      *
           CALL 'PAYRIO'            USING PAYR-PARAMS.
      *
           IF PAYR-STATUZ           NOT = O-K AND ENDP
              MOVE PAYR-STATUZ         TO SYSR-STATUZ
              MOVE PAYR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF PAYR-STATUZ               = ENDP
           OR PAYR-CHDRCOY          NOT = BSPR-COMPANY
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
           IF PAYR-VALIDFLAG        NOT = '1'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE PAYR-CHDRCOY           TO CHDRLIF-CHDRCOY.
           MOVE PAYR-CHDRNUM           TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READR                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           PERFORM 2540-VALIDATE-STATUS.
      *
           IF WSAA-STAT-OK          NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           INITIALIZE                  ZMCK-ZMORCHK-REC.
           MOVE PAYR-CHDRCOY           TO ZMCK-CHDRCOY.
           MOVE PAYR-CHDRNUM           TO ZMCK-CHDRNUM.
           MOVE BSSC-EFFECTIVE-DATE    TO ZMCK-EFFDATE.
      *
           CALL 'ZMORCHK'           USING ZMCK-ZMORCHK-REC.
      *
           IF ZMCK-STATUZ           NOT = O-K
              MOVE ZMCK-STATUZ         TO SYSR-STATUZ
              MOVE ZMCK-ZMORCHK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZMCK-COVERED          NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2540-VALIDATE-STATUS SECTION.
      ******************************
      *
       2541-START.
      *
           MOVE 'N'                    TO WSAA-STAT-OK.
           PERFORM 2545-CHECK-RISK-STAT
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 12
               OR WSAA-STAT-OK          = 'Y'.
      *
       2549-EXIT.
           EXIT.
      /
       2545-CHECK-RISK-STAT SECTION.
      ******************************
      *
       2545-START.
      *
           IF  T5679-CN-RISK-STAT (WSAA-SUB) NOT = SPACES
           AND T5679-CN-RISK-STAT (WSAA-SUB)     = CHDRLIF-STATCODE
               MOVE 'Y'                TO WSAA-STAT-OK
           END-IF.
      *
       2545-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           PERFORM 3100-CALC-DUE.
      *
           MOVE SPACES                 TO ZMRPPF-REC.
           MOVE 'C'                    TO RECTYPE    OF ZMRPPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE    OF ZMRPPF.
           MOVE ZMCK-MORREF            TO MORREF     OF ZMRPPF.
           MOVE ZMCK-AREATYPE          TO AREATYPE   OF ZMRPPF.
           MOVE ZMCK-AREA              TO MORAREA    OF ZMRPPF.
           MOVE ZMCK-STRTDATE          TO STRTDATE   OF ZMRPPF.
           MOVE ZMCK-ENDDATE           TO ENDDATE    OF ZMRPPF.
           MOVE ZMCK-GRACEND           TO GRACEND    OF ZMRPPF.
           MOVE CHDRLIF-CHDRNUM        TO CHDRNUM    OF ZMRPPF.
           MOVE CHDRLIF-CNTBRANCH      TO CNTBRANCH  OF ZMRPPF.
           MOVE CHDRLIF-COWNNUM        TO COWNNUM    OF ZMRPPF.
           MOVE WSAA-BILLFREQ          TO BILLFREQ   OF ZMRPPF.
           MOVE WSAA-INSTPREM          TO INSTPREM   OF ZMRPPF.
           MOVE WSAA-ANNPREM           TO ANNPREM    OF ZMRPPF.
           MOVE WSAA-PTDATE            TO PTDATE     OF ZMRPPF.
           MOVE WSAA-DUECNT            TO DUECNT     OF ZMRPPF.
           MOVE WSAA-DUEAMT            TO DUEAMT     OF ZMRPPF.
           MOVE 1                      TO CONTCNT    OF ZMRPPF.
           WRITE ZMRPPF-REC.
      *
           PERFORM 3200-FIND-MORATORIUM.
      *
           ADD 1                       TO WSAA-MOR-CONTCNT
                                          (WSAA-MOR-IX).
           ADD WSAA-ANNPREM            TO WSAA-MOR-ANNPREM
                                          (WSAA-MOR-IX).
           ADD WSAA-DUEAMT             TO WSAA-MOR-DUEAMT
                                          (WSAA-MOR-IX).
      *
           ADD 1                       TO WSAA-TOT-CONTCNT.
           ADD WSAA-ANNPREM            TO WSAA-TOT-ANNPREM.
           ADD WSAA-DUEAMT             TO WSAA-TOT-DUEAMT.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE CT03                   TO CONT-TOTNO.
           MOVE WSAA-DUEAMT            TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
           EXIT.
      /
       3100-CALC-DUE SECTION.
      ***********************
      *
       3110-START.
      *
      *  The instalment, annualised by the billing frequency, and
      *  every instalment from the paid-to date up to the end of the
      *  moratorium: one at the paid-to date, then one for each
      *  whole billing period after it.
      *
           MOVE ZERO                   TO WSAA-DUECNT
                                          WSAA-DUEAMT.
           MOVE PAYR-PTDATE            TO WSAA-PTDATE.
           MOVE PAYR-SINSTAMT06        TO WSAA-INSTPREM.
           MOVE PAYR-BILLFREQ (1:2)    TO WSAA-BILLFREQ.
      *
           IF  WSAA-BILLFREQ            NUMERIC
           AND WSAA-BILLFREQ-9          > ZERO
               COMPUTE WSAA-ANNPREM     = WSAA-INSTPREM
                                        * WSAA-BILLFREQ-9
           ELSE
               MOVE WSAA-INSTPREM      TO WSAA-ANNPREM
               GO TO 3190-EXIT
           END-IF.
      *
           IF WSAA-PTDATE               > ZMCK-ENDDATE
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE WSAA-BILLFREQ          TO DTC3-FREQUENCY.
           MOVE WSAA-PTDATE            TO DTC3-INT-DATE-1.
           MOVE ZMCK-ENDDATE           TO DTC3-INT-DATE-2.
      *
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC3-FREQ-FACTOR       TO WSAA-DUECNT.
           ADD 1                       TO WSAA-DUECNT.
           COMPUTE WSAA-DUEAMT          = WSAA-INSTPREM * WSAA-DUECNT.
      *
       3190-EXIT.
           EXIT.
      /
       3200-FIND-MORATORIUM SECTION.
      ******************************
      *
       3210-START.
      *
           MOVE 'N'                    TO WSAA-FOUND.
           PERFORM 3250-MATCH-MORATORIUM
               VARYING WSAA-MOR-IX FROM 1 BY 1
               UNTIL WSAA-MOR-IX        > WSAA-MOR-MAX
               OR WSAA-FOUND            = 'Y'.
      *
           IF WSAA-FOUND                = 'Y'
              MOVE WSAA-MOR-HIT        TO WSAA-MOR-IX
              GO TO 3290-EXIT
           END-IF.
      *
           IF WSAA-MOR-MAX          NOT < 500
              MOVE 'BOMB'              TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-MOR-MAX.
           MOVE WSAA-MOR-MAX           TO WSAA-MOR-IX.
           INITIALIZE                  WSAA-MOR-ENT (WSAA-MOR-IX).
           MOVE ZMCK-MORREF            TO WSAA-MOR-MORREF
                                          (WSAA-MOR-IX).
           MOVE ZMCK-AREATYPE          TO WSAA-MOR-AREATYPE
                                          (WSAA-MOR-IX).
           MOVE ZMCK-AREA              TO WSAA-MOR-AREA
                                          (WSAA-MOR-IX).
           MOVE ZMCK-STRTDATE          TO WSAA-MOR-STRTDATE
                                          (WSAA-MOR-IX).
           MOVE ZMCK-ENDDATE           TO WSAA-MOR-ENDDATE
                                          (WSAA-MOR-IX).
           MOVE ZMCK-GRACEND           TO WSAA-MOR-GRACEND
                                          (WSAA-MOR-IX).
      *
       3290-EXIT.
           EXIT.
      /
       3250-MATCH-MORATORIUM SECTION.
      *******************************
      *
       3251-START.
      *
           IF  WSAA-MOR-MORREF (WSAA-MOR-IX)   = ZMCK-MORREF
           AND WSAA-MOR-AREATYPE (WSAA-MOR-IX) = ZMCK-AREATYPE
           AND WSAA-MOR-AREA (WSAA-MOR-IX)     = ZMCK-AREA
               MOVE 'Y'                TO WSAA-FOUND
               MOVE WSAA-MOR-IX        TO WSAA-MOR-HIT
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
           PERFORM 4100-WRITE-MORATORIUM
               VARYING WSAA-MOR-IX FROM 1 BY 1
               UNTIL WSAA-MOR-IX        > WSAA-MOR-MAX.
      *
           MOVE SPACES                 TO ZMRPPF-REC.
           MOVE 'T'                    TO RECTYPE    OF ZMRPPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE    OF ZMRPPF.
           MOVE ZEROES                 TO STRTDATE   OF ZMRPPF
                                          ENDDATE    OF ZMRPPF
                                          GRACEND    OF ZMRPPF
                                          PTDATE     OF ZMRPPF
                                          INSTPREM   OF ZMRPPF
                                          DUECNT     OF ZMRPPF.
           MOVE WSAA-TOT-CONTCNT       TO CONTCNT    OF ZMRPPF.
           MOVE WSAA-TOT-ANNPREM       TO ANNPREM    OF ZMRPPF.
           MOVE WSAA-TOT-DUEAMT        TO DUEAMT     OF ZMRPPF.
           WRITE ZMRPPF-REC.
      *
           CLOSE ZMRPPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5457 DISASTER-AREA MORATORIUM REPORT'.
           DISPLAY 'REPORT DATE...............: ' BSSC-EFFECTIVE-DATE.
           DISPLAY 'MORATORIA WITH CONTRACTS..: ' WSAA-MOR-MAX.
           DISPLAY 'CONTRACTS COVERED.........: ' WSAA-TOT-CONTCNT.
           DISPLAY 'ANNUAL PREMIUM COVERED....: ' WSAA-TOT-ANNPREM.
           DISPLAY 'DUE AT MORATORIUM END.....: ' WSAA-TOT-DUEAMT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-WRITE-MORATORIUM SECTION.
      *******************************
      *
       4110-START.
      *
           MOVE SPACES                 TO ZMRPPF-REC.
           MOVE 'M'                    TO RECTYPE    OF ZMRPPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE    OF ZMRPPF.
           MOVE WSAA-MOR-MORREF (WSAA-MOR-IX)
                                       TO MORREF     OF ZMRPPF.
           MOVE WSAA-MOR-AREATYPE (WSAA-MOR-IX)
                                       TO AREATYPE   OF ZMRPPF.
           MOVE WSAA-MOR-AREA (WSAA-MOR-IX)
                                       TO MORAREA    OF ZMRPPF.
           MOVE WSAA-MOR-STRTDATE (WSAA-MOR-IX)
                                       TO STRTDATE   OF ZMRPPF.
           MOVE WSAA-MOR-ENDDATE (WSAA-MOR-IX)
                                       TO ENDDATE    OF ZMRPPF.
           MOVE WSAA-MOR-GRACEND (WSAA-MOR-IX)
                                       TO GRACEND    OF ZMRPPF.
           MOVE ZEROES                 TO PTDATE     OF ZMRPPF
                                          INSTPREM   OF ZMRPPF
                                          DUECNT     OF ZMRPPF.
           MOVE WSAA-MOR-CONTCNT (WSAA-MOR-IX)
                                       TO CONTCNT    OF ZMRPPF.
           MOVE WSAA-MOR-ANNPREM (WSAA-MOR-IX)
                                       TO ANNPREM    OF ZMRPPF.
           MOVE WSAA-MOR-DUEAMT (WSAA-MOR-IX)
                                       TO DUEAMT     OF ZMRPPF.
           WRITE ZMRPPF-REC.
      *
       4190-EXIT.
           EXIT.
