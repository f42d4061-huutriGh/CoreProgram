      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5431.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   YEARLY RENEWABLE TERM RIDER ANNIVERSARY RE-PRICING.
      *
      *   A yearly renewable term (YRT) rider is re-priced at each
      *   anniversary of its risk commencement at the life's new
      *   attained age.  Billing only repeats the stored instalment
      *   (B5349 3300-CALC-PAYR-PREM), so this job moves the rider
      *   and the payer record on to the new rate.  It runs daily
      *   against the ZYRT renewal register, so a missed run is
      *   picked up on the next one:
      *
      *   - notice: an in-force rider whose table (CRTABLE) has a
      *     TV138 item, and whose next anniversary falls within the
      *     TV138 notice period (60 days if not set), is priced at
      *     its age next birthday on the anniversary through its
      *     T5687 premium method and T5675 routine.  A life older
      *     than TV138-MAXRNWAGE on the anniversary is not renewed
      *     and the rider is marked to cease.  The register records
      *     the new premium and the new total instalment, and the
      *     owner is sent the TR384 notice letter of the parameter
      *     notice transaction code;
      *
      *   - anniversary: on (or after) the anniversary the noticed
      *     step-up is applied - COVR instalment premium rewritten
      *     and the difference taken into PAYR as B5355 applies a
      *     re-rate - so the first bill after the anniversary is at
      *     the new rate.  A ceasing rider gets the T5679 rider
      *     statuses, its premium comes off PAYR and a cessation
      *     letter is sent.  The contract is softlocked; a contract
      *     another transaction holds is left for the next run.
      *
      *   Control totals:
      *     01  -  Riders read
      *     02  -  Renewal notices issued
      *     03  -  Step-ups applied
      *     04  -  Riders ceased
      *     05  -  Contracts skipped as locked
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
      * 15/10/26  01/01   PH2662       Phi Tran - IT DEV                    *
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
      /
       DATA DIVISION.
       FILE SECTION.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5431'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-HAS-RULE               PIC X(01) VALUE 'N'.
       01  WSAA-APPLY                  PIC X(01) VALUE 'N'.
       01  WSAA-NOTIFY                 PIC X(01) VALUE 'N'.
       01  WSAA-PRICED                 PIC X(01) VALUE 'N'.
       01  WSAA-LOCKED                 PIC X(01) VALUE 'N'.
       01  WSAA-YEARS                  PIC S9(04) COMP-3 VALUE 0.
       01  WSAA-NOTDAYS                PIC 9(03) VALUE 0.
       01  WSAA-CURR-ANN               PIC 9(08) VALUE 0.
       01  WSAA-NEXT-ANN               PIC 9(08) VALUE 0.
       01  WSAA-NOTICE-LIMIT           PIC 9(08) VALUE 0.
       01  WSAA-DOB                    PIC 9(08) VALUE 0.
       01  WSAA-ANB                    PIC 9(03) VALUE 0.
       01  WSAA-NEW-PREM               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-PREM-DIFF              PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-LETTER-TRCDE           PIC X(04) VALUE SPACES.
       01  WSAA-NOTICE-CNT             PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-STEPUP-CNT             PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-CEASE-CNT              PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-LOCKED-CNT             PIC 9(07) COMP-3 VALUE 0.
      *
       01  WSAA-TR384-KEY.
           05  WSAA-TR384-TRCDE        PIC X(04).
           05  WSAA-TR384-CNTTYPE      PIC X(03).
      *
       01  FORMATS.
           03  COVRREC                 PIC X(10) VALUE 'COVRREC'.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  LIFELNBREC              PIC X(10) VALUE 'LIFELNBREC'.
           03  ZYRTREC                 PIC X(10) VALUE 'ZYRTREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  TABLES.
           03  T5675                   PIC X(06) VALUE 'T5675'.
           03  T5679                   PIC X(06) VALUE 'T5679'.
           03  T5687                   PIC X(06) VALUE 'T5687'.
           03  TR384                   PIC X(06) VALUE 'TR384'.
           03  TV138                   PIC X(06) VALUE 'TV138'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.
      *
           COPY SFTLOCKREC.
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY VARCOM.
           COPY SMTPFXCPY.
           COPY CONTOTREC.
           COPY DATCON1REC.
           COPY DATCON2REC.
           COPY DATCON3REC.
           COPY AGECALCREC.
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY ITEMSKM.
           COPY ITDMSKM.
           COPY T5675REC.
           COPY T5679REC.
           COPY T5687REC.
           COPY TR384REC.
           COPY TV138REC.
           COPY PREMIUMREC.
           COPY FREQCPY.
           COPY LETRQSTREC.
           COPY PZ431PAR.
      /
           COPY COVRSKM.
           COPY CHDRLIFSKM.
           COPY PAYRSKM.
           COPY PAYRLIFSKM.
           COPY LIFELNBSKM.
           COPY ZYRTSKM.
           COPY PTRNSKM.
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
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-EXT-DATE          TO WSAA-TODAY.
      *
           MOVE BUPA-PARMAREA          TO PZ431-PARM-RECORD.
      *
      *  The rider statuses a ceasing rider is set to.
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
           INITIALIZE                  COVR-PARAMS.
           MOVE BSPR-COMPANY           TO COVR-CHDRCOY.
           MOVE BEGN                   TO COVR-FUNCTION.
           MOVE COVRREC                TO COVR-FORMAT.
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
              MOVE NEXTR               TO COVR-FUNCTION
           END-IF.
      *
           CALL 'COVRIO'            USING COVR-PARAMS.
      *
           IF COVR-STATUZ           NOT = O-K AND ENDP
              MOVE COVR-STATUZ         TO SYSR-STATUZ
              MOVE COVR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF COVR-STATUZ               = ENDP
           OR COVR-CHDRCOY          NOT = BSPR-COMPANY
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
           MOVE 'N'                    TO WSAA-APPLY
                                          WSAA-NOTIFY.
      *
           IF COVR-VALIDFLAG        NOT = '1'
           OR COVR-STATCODE (1:2)   NOT = 'IF'
           OR COVR-RIDER (1:2)          = '00'
           OR COVR-RIDER (1:2)          = SPACES
           OR COVR-CRRCD                > BSSC-EFFECTIVE-DATE
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
      *  Only rider tables with a TV138 renewal rule.
      *
           PERFORM 2550-READ-TV138.
      *
           IF WSAA-HAS-RULE         NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           PERFORM 2600-FIND-ANNIVERSARIES.
      *
      *  A step-up noticed for the anniversary just passed and not
      *  yet applied.
      *
           IF WSAA-CURR-ANN         NOT = ZEROES
              MOVE WSAA-CURR-ANN       TO ZYRT-ANNDATE
              PERFORM 2700-READ-ZYRT
              IF  ZYRT-STATUZ           = O-K
              AND ZYRT-YRTSTAT          = 'N'
                  MOVE 'Y'             TO WSAA-APPLY
              END-IF
           END-IF.
      *
      *  A next anniversary inside the notice period, before the
      *  rider's own risk cessation, not noticed yet.
      *
           IF  WSAA-NEXT-ANN        NOT > WSAA-NOTICE-LIMIT
           AND WSAA-NEXT-ANN            < COVR-RISK-CESS-DATE
               MOVE WSAA-NEXT-ANN      TO ZYRT-ANNDATE
               PERFORM 2700-READ-ZYRT
               IF ZYRT-STATUZ           = MRNF
                  MOVE 'Y'             TO WSAA-NOTIFY
               END-IF
           END-IF.
      *
           IF  WSAA-APPLY               = 'N'
           AND WSAA-NOTIFY              = 'N'
               MOVE SPACES             TO WSSP-EDTERROR
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2550-READ-TV138 SECTION.
      *************************
      *
       2551-START.
      *
           MOVE 'N'                    TO WSAA-HAS-RULE.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV138                  TO ITEM-ITEMTABL.
           MOVE COVR-CRTABLE           TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TV138-TV138-REC
              MOVE 'Y'                 TO WSAA-HAS-RULE
           END-IF.
      *
       2559-EXIT.
           EXIT.
      /
       2600-FIND-ANNIVERSARIES SECTION.
      *********************************
      *
       2610-START.
      *
      *  Whole years from risk commencement to the run date give
      *  the anniversary just passed (none in the first year) and
      *  the next one.
      *
           MOVE ZEROES                 TO WSAA-CURR-ANN.
      *
           MOVE COVR-CRRCD             TO DTC3-INT-DATE-1.
           MOVE BSSC-EFFECTIVE-DATE    TO DTC3-INT-DATE-2.
           MOVE FREQ-YRLY              TO DTC3-FREQUENCY.
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC3-FREQ-FACTOR       TO WSAA-YEARS.
      *
           IF WSAA-YEARS                > ZERO
              MOVE WSAA-YEARS          TO DTC2-FREQ-FACTOR
              PERFORM 2650-ADD-YEARS
              MOVE DTC2-INT-DATE-2     TO WSAA-CURR-ANN
           END-IF.
      *
           COMPUTE DTC2-FREQ-FACTOR     = WSAA-YEARS + 1.
           PERFORM 2650-ADD-YEARS.
           MOVE DTC2-INT-DATE-2        TO WSAA-NEXT-ANN.
      *
           IF TV138-NOTDAYS             > ZERO
              MOVE TV138-NOTDAYS       TO WSAA-NOTDAYS
           ELSE
              MOVE 60                  TO WSAA-NOTDAYS
           END-IF.
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE 'DY'                   TO DTC2-FREQUENCY.
           MOVE WSAA-NOTDAYS           TO DTC2-FREQ-FACTOR.
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
           MOVE DTC2-INT-DATE-2        TO WSAA-NOTICE-LIMIT.
      *
       2690-EXIT.
           EXIT.
      /
       2650-ADD-YEARS SECTION.
      ************************
      *
       2651-START.
      *
           MOVE FREQ-YRLY              TO DTC2-FREQUENCY.
           MOVE COVR-CRRCD             TO DTC2-INT-DATE-1.
      *
           CALL 'DATCON2'           USING DTC2-DATCON2-REC.
      *
           IF DTC2-STATUZ           NOT = O-K
              MOVE DTC2-STATUZ         TO SYSR-STATUZ
              MOVE DTC2-DATCON2-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       2659-EXIT.
           EXIT.
      /
       2700-READ-ZYRT SECTION.
      ************************
      *
       2710-START.
      *
           MOVE COVR-CHDRCOY           TO ZYRT-CHDRCOY.
           MOVE COVR-CHDRNUM           TO ZYRT-CHDRNUM.
           MOVE COVR-LIFE              TO ZYRT-LIFE.
           MOVE COVR-COVERAGE          TO ZYRT-COVERAGE.
           MOVE COVR-RIDER             TO ZYRT-RIDER.
           MOVE ZYRTREC                TO ZYRT-FORMAT.
           MOVE READR                  TO ZYRT-FUNCTION.
      *
           CALL 'ZYRTIO'            USING ZYRT-PARAMS.
      *
           IF ZYRT-STATUZ           NOT = O-K AND MRNF
              MOVE ZYRT-STATUZ         TO SYSR-STATUZ
              MOVE ZYRT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       2790-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           PERFORM 3100-READ-CHDR.
      *
      *  The anniversary update changes the contract, so it is
      *  softlocked as B5355 does; a contract another transaction
      *  holds is skipped and counted, to be picked up next run.
      *
           IF WSAA-APPLY                = 'Y'
              PERFORM 3150-SOFTLOCK
              IF WSAA-LOCKED            = 'Y'
                 ADD 1                 TO WSAA-LOCKED-CNT
                 MOVE CT05             TO CONT-TOTNO
                 MOVE 1                TO CONT-TOTVAL
                 PERFORM 001-CALL-CONTOT
                 GO TO 3090-EXIT
              END-IF
              PERFORM 3200-APPLY-STEP
              PERFORM 3750-UNLOCK
           END-IF.
      *
      *  The notice quotes the total instalment as it will be, so
      *  the payer is read after any step-up above; a rider just
      *  ceased is not noticed again.
      *
           IF  WSAA-NOTIFY              = 'Y'
           AND COVR-STATCODE (1:2)      = 'IF'
              PERFORM 3170-GET-PAYR
              PERFORM 3400-ISSUE-NOTICE
           END-IF.
      *
       3090-EXIT.
           EXIT.
      /
       3100-READ-CHDR SECTION.
      ************************
      *
       3110-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE COVR-CHDRCOY           TO CHDRLIF-CHDRCOY.
           MOVE COVR-CHDRNUM           TO CHDRLIF-CHDRNUM.
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
       3190-EXIT.
           EXIT.
      /
       3150-SOFTLOCK SECTION.
      ***********************
      *
       3151-START.
      *
           MOVE 'N'                    TO WSAA-LOCKED.
      *
           MOVE 'LOCK'                 TO SFTL-FUNCTION.
           MOVE COVR-CHDRCOY           TO SFTL-COMPANY.
           MOVE 'CH'                   TO SFTL-ENTTYP.
           MOVE COVR-CHDRNUM           TO SFTL-ENTITY.
           MOVE BPRD-AUTH-CODE         TO SFTL-TRANSACTION.
           MOVE 999999                 TO SFTL-USER.
      *
           CALL 'SFTLOCK'           USING SFTL-SFTLOCK-REC.
      *
           IF  SFTL-STATUZ          NOT = O-K
           AND SFTL-STATUZ          NOT = 'LOCK'
               MOVE SFTL-STATUZ        TO SYSR-STATUZ
               MOVE SFTL-SFTLOCK-REC   TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF SFTL-STATUZ               = 'LOCK'
              MOVE 'Y'                 TO WSAA-LOCKED
           END-IF.
      *
       3159-EXIT.
           EXIT.
      /
       3170-GET-PAYR SECTION.
      ***********************
      *
       3171-START.
      *
           INITIALIZE                  PAYR-PARAMS.
           MOVE COVR-CHDRCOY           TO PAYR-CHDRCOY.
           MOVE COVR-CHDRNUM           TO PAYR-CHDRNUM.
           MOVE 1                      TO PAYR-PAYRSEQNO.
           MOVE PAYRREC                TO PAYR-FORMAT.
           MOVE READR                  TO PAYR-FUNCTION.
      *
           CALL 'PAYRIO'            USING PAYR-PARAMS.
      *
           IF PAYR-STATUZ           NOT = O-K
              MOVE PAYR-STATUZ         TO SYSR-STATUZ
              MOVE PAYR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3179-EXIT.
           EXIT.
      /
       3200-APPLY-STEP SECTION.
      *************************
      *
       3210-START.
      *
      *  The register entry noticed for the anniversary just
      *  passed; the edit may since have read the next one.
      *
           MOVE WSAA-CURR-ANN          TO ZYRT-ANNDATE.
           MOVE ZYRTREC                TO ZYRT-FORMAT.
           MOVE READH                  TO ZYRT-FUNCTION.
      *
           CALL 'ZYRTIO'            USING ZYRT-PARAMS.
      *
           IF ZYRT-STATUZ           NOT = O-K
              MOVE ZYRT-STATUZ         TO SYSR-STATUZ
              MOVE ZYRT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           PERFORM 3250-ADVANCE-CHDR.
      *
      *  The rider held is the record the sweep is positioned on,
      *  so the next read carries on from it.
      *
           MOVE COVRREC                TO COVR-FORMAT.
           MOVE READH                  TO COVR-FUNCTION.
      *
           CALL 'COVRIO'            USING COVR-PARAMS.
      *
           IF COVR-STATUZ           NOT = O-K
              MOVE COVR-STATUZ         TO SYSR-STATUZ
              MOVE COVR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZYRT-ACTION               = 'C'
              COMPUTE WSAA-PREM-DIFF    = ZERO - COVR-INSTPREM
              MOVE T5679-SET-RID-RISK-STAT
                                       TO COVR-STATCODE
              MOVE T5679-SET-RID-PREM-STAT
                                       TO COVR-PSTATCODE
           ELSE
              COMPUTE WSAA-PREM-DIFF    = ZYRT-NEWPREM
                                        - COVR-INSTPREM
              MOVE ZYRT-NEWPREM        TO COVR-INSTPREM
           END-IF.
      *
           MOVE CHDRLIF-TRANNO         TO COVR-TRANNO.
           MOVE COVRREC                TO COVR-FORMAT.
           MOVE REWRT                  TO COVR-FUNCTION.
      *
           CALL 'COVRIO'            USING COVR-PARAMS.
      *
           IF COVR-STATUZ           NOT = O-K
              MOVE COVR-STATUZ         TO SYSR-STATUZ
              MOVE COVR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           PERFORM 3170-GET-PAYR.
           PERFORM 3300-APPLY-PAYR.
           PERFORM 3700-WRITE-PTRN.
      *
           MOVE 'A'                    TO ZYRT-YRTSTAT.
           MOVE CHDRLIF-TRANNO         TO ZYRT-TRANNO.
           MOVE ZYRTREC                TO ZYRT-FORMAT.
           MOVE REWRT                  TO ZYRT-FUNCTION.
      *
           CALL 'ZYRTIO'            USING ZYRT-PARAMS.
      *
           IF ZYRT-STATUZ           NOT = O-K
              MOVE ZYRT-STATUZ         TO SYSR-STATUZ
              MOVE ZYRT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZYRT-ACTION               = 'C'
              IF PZ431-CSTTRCD      NOT = SPACES
                 MOVE PZ431-CSTTRCD    TO WSAA-LETTER-TRCDE
              ELSE
                 MOVE BPRD-AUTH-CODE   TO WSAA-LETTER-TRCDE
              END-IF
              PERFORM 3800-REQUEST-LETTER
              ADD 1                    TO WSAA-CEASE-CNT
              MOVE CT04                TO CONT-TOTNO
           ELSE
              ADD 1                    TO WSAA-STEPUP-CNT
              MOVE CT03                TO CONT-TOTNO
           END-IF.
      *
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3290-EXIT.
           EXIT.
      /
       3250-ADVANCE-CHDR SECTION.
      ***************************
      *
       3251-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE COVR-CHDRCOY           TO CHDRLIF-CHDRCOY.
           MOVE COVR-CHDRNUM           TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READH                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO CHDRLIF-TRANNO.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE REWRT                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3259-EXIT.
           EXIT.
      /
       3300-APPLY-PAYR SECTION.
      *************************
      *
       3310-START.
      *
      *  The difference goes to the regular premium and to the
      *  total instalment billing repeats, through PAYRLIF as
      *  B5355's 3300-APPLY-PAYR.
      *
           INITIALIZE                  PAYRLIF-PARAMS.
           MOVE PAYR-CHDRCOY           TO PAYRLIF-CHDRCOY.
           MOVE PAYR-CHDRNUM           TO PAYRLIF-CHDRNUM.
           MOVE PAYR-PAYRSEQNO         TO PAYRLIF-PAYRSEQNO.
           MOVE 'PAYRLIFREC'           TO PAYRLIF-FORMAT.
           MOVE READH                  TO PAYRLIF-FUNCTION.
      *
           CALL 'PAYRLIFIO'         USING PAYRLIF-PARAMS.
      *
           IF PAYRLIF-STATUZ        NOT = O-K
              MOVE PAYRLIF-STATUZ      TO SYSR-STATUZ
              MOVE PAYRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD WSAA-PREM-DIFF          TO PAYRLIF-SINSTAMT01
                                          PAYRLIF-SINSTAMT06.
           MOVE 'PAYRLIFREC'           TO PAYRLIF-FORMAT.
           MOVE REWRT                  TO PAYRLIF-FUNCTION.
      *
           CALL 'PAYRLIFIO'         USING PAYRLIF-PARAMS.
      *
           IF PAYRLIF-STATUZ        NOT = O-K
              MOVE PAYRLIF-STATUZ      TO SYSR-STATUZ
              MOVE PAYRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3390-EXIT.
           EXIT.
      /
       3400-ISSUE-NOTICE SECTION.
      ***************************
      *
       3410-START.
      *
           PERFORM 3450-READ-LIFE.
      *
      *  Age next birthday on the anniversary, as P5395's
      *  2380-CALC-AGE works it at commencement.
      *
           INITIALIZE                  AGEC-AGECALC-REC.
           MOVE 'CALCP'                TO AGEC-FUNCTION.
           MOVE BSSC-LANGUAGE          TO AGEC-LANGUAGE.
           MOVE CHDRLIF-CNTTYPE        TO AGEC-CNTTYPE.
           MOVE WSAA-DOB               TO AGEC-INT-DATE-1.
           MOVE WSAA-NEXT-ANN          TO AGEC-INT-DATE-2.
           MOVE BSPR-FSUCO             TO AGEC-COMPANY.
      *
           CALL 'AGECALC'           USING AGEC-AGECALC-REC.
      *
           IF AGEC-STATUZ           NOT = O-K
              MOVE AGEC-STATUZ         TO SYSR-STATUZ
              MOVE AGEC-AGECALC-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE AGEC-AGERATING (1:3)   TO WSAA-ANB.
      *
      *  Past the maximum renewal age the rider is not renewed;
      *  otherwise it is priced at the new age.  A rider the
      *  premium routine cannot price is left for the next run.
      *
           IF WSAA-ANB                  > TV138-MAXRNWAGE
              MOVE 'C'                 TO ZYRT-ACTION
              MOVE ZEROES              TO WSAA-NEW-PREM
           ELSE
              MOVE 'R'                 TO ZYRT-ACTION
              PERFORM 3550-CALC-PREMIUM
              IF WSAA-PRICED        NOT = 'Y'
                 GO TO 3490-EXIT
              END-IF
           END-IF.
      *
           COMPUTE WSAA-PREM-DIFF       = WSAA-NEW-PREM
                                        - COVR-INSTPREM.
      *
           MOVE COVR-CHDRCOY           TO ZYRT-CHDRCOY.
           MOVE COVR-CHDRNUM           TO ZYRT-CHDRNUM.
           MOVE COVR-LIFE              TO ZYRT-LIFE.
           MOVE COVR-COVERAGE          TO ZYRT-COVERAGE.
           MOVE COVR-RIDER             TO ZYRT-RIDER.
           MOVE WSAA-NEXT-ANN          TO ZYRT-ANNDATE.
           MOVE WSAA-ANB               TO ZYRT-ANB.
           MOVE COVR-INSTPREM          TO ZYRT-OLDPREM.
           MOVE WSAA-NEW-PREM          TO ZYRT-NEWPREM.
           COMPUTE ZYRT-NEWINST         = PAYR-SINSTAMT06
                                        + WSAA-PREM-DIFF.
           MOVE BSSC-EFFECTIVE-DATE    TO ZYRT-NOTDATE.
           MOVE 'N'                    TO ZYRT-YRTSTAT.
           MOVE ZERO                   TO ZYRT-TRANNO.
           MOVE ZYRTREC                TO ZYRT-FORMAT.
           MOVE WRITR                  TO ZYRT-FUNCTION.
      *
           CALL 'ZYRTIO'            USING ZYRT-PARAMS.
      *
           IF ZYRT-STATUZ           NOT = O-K
              MOVE ZYRT-STATUZ         TO SYSR-STATUZ
              MOVE ZYRT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE PZ431-NOTTRCD          TO WSAA-LETTER-TRCDE.
           PERFORM 3800-REQUEST-LETTER.
      *
           ADD 1                       TO WSAA-NOTICE-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3490-EXIT.
           EXIT.
      /
       3450-READ-LIFE SECTION.
      ************************
      *
       3451-START.
      *
           INITIALIZE                  LIFELNB-PARAMS.
           MOVE COVR-CHDRCOY           TO LIFELNB-CHDRCOY.
           MOVE COVR-CHDRNUM           TO LIFELNB-CHDRNUM.
           MOVE COVR-LIFE              TO LIFELNB-LIFE.
           MOVE '00'                   TO LIFELNB-JLIFE.
           MOVE LIFELNBREC             TO LIFELNB-FORMAT.
           MOVE READR                  TO LIFELNB-FUNCTION.
      *
           CALL 'LIFELNBIO'         USING LIFELNB-PARAMS.
      *
           IF LIFELNB-STATUZ        NOT = O-K
              MOVE LIFELNB-STATUZ      TO SYSR-STATUZ
              MOVE LIFELNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE LIFELNB-CLTDOB (1:8)   TO WSAA-DOB.
      *
       3459-EXIT.
           EXIT.
      /
       3550-CALC-PREMIUM SECTION.
      ***************************
      *
       3551-START.
      *
      *  The rider's premium method (T5687) and calculation
      *  routine (T5675), as P5395's 2600-CALC-PREMIUM, rated at
      *  the attained age for the term left from the anniversary.
      *
           MOVE 'N'                    TO WSAA-PRICED.
      *
           INITIALIZE                  ITDM-PARAMS.
           MOVE BSPR-COMPANY           TO ITDM-ITEMCOY.
           MOVE T5687                  TO ITDM-ITEMTABL.
           MOVE COVR-CRTABLE           TO ITDM-ITEMITEM.
           MOVE WSAA-NEXT-ANN          TO ITDM-ITMFRM.
           MOVE BEGN                   TO ITDM-FUNCTION.
      *
           CALL 'ITDMIO'            USING ITDM-PARAMS.
      *
           IF ITDM-STATUZ           NOT = O-K AND ENDP
              MOVE ITDM-STATUZ         TO SYSR-STATUZ
              MOVE ITDM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ITDM-STATUZ               = ENDP
           OR ITDM-ITEMCOY          NOT = BSPR-COMPANY
           OR ITDM-ITEMTABL         NOT = T5687
           OR ITDM-ITEMITEM         NOT = COVR-CRTABLE
              GO TO 3559-EXIT
           END-IF.
      *
           MOVE ITDM-GENAREA           TO T5687-T5687-REC.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE T5675                  TO ITEM-ITEMTABL.
           MOVE T5687-PREMMETH         TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ITEM-STATUZ               = MRNF
              GO TO 3559-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO T5675-T5675-REC.
      *
           MOVE 'CALC'                 TO CPRM-FUNCTION.
           MOVE COVR-CRTABLE           TO CPRM-CRTABLE.
           MOVE CHDRLIF-CHDRCOY        TO CPRM-CHDR-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO CPRM-CHDR-CHDRNUM.
           MOVE COVR-LIFE              TO CPRM-LIFE-LIFE.
           MOVE '00'                   TO CPRM-LIFE-JLIFE.
           MOVE COVR-COVERAGE          TO CPRM-COVR-COVERAGE.
           MOVE COVR-RIDER             TO CPRM-COVR-RIDER.
           MOVE WSAA-NEXT-ANN          TO CPRM-EFFECTDT.
           MOVE COVR-PREM-CESS-DATE    TO CPRM-TERMDATE.
           MOVE PAYR-CNTCURR           TO CPRM-CURRCODE.
           MOVE LIFELNB-CLTSEX         TO CPRM-LSEX.
           MOVE WSAA-ANB               TO CPRM-LAGE.
           MOVE SPACES                 TO CPRM-JLSEX.
           MOVE ZEROES                 TO CPRM-JLAGE.
      *
           MOVE WSAA-NEXT-ANN          TO DTC3-INT-DATE-1.
           MOVE COVR-PREM-CESS-DATE    TO DTC3-INT-DATE-2.
           MOVE FREQ-YRLY              TO DTC3-FREQUENCY.
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 0.99999                 TO DTC3-FREQ-FACTOR.
           MOVE DTC3-FREQ-FACTOR       TO CPRM-DURATION.
      *
           MOVE CHDRLIF-CNTTYPE        TO CPRM-CNTTYPE.
      *
           MOVE WSAA-NEXT-ANN          TO DTC3-INT-DATE-1.
           MOVE COVR-RISK-CESS-DATE    TO DTC3-INT-DATE-2.
           MOVE FREQ-YRLY              TO DTC3-FREQUENCY.
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 0.99999                 TO DTC3-FREQ-FACTOR.
           MOVE DTC3-FREQ-FACTOR       TO CPRM-RISK-CESS-TERM.
      *
           MOVE ZEROES                 TO CPRM-BEN-CESS-TERM.
           MOVE COVR-SUMINS            TO CPRM-SUMIN.
           MOVE COVR-MORTCLS           TO CPRM-MORTCLS.
           MOVE PAYR-BILLFREQ          TO CPRM-BILLFREQ.
           MOVE PAYR-BILLCHNL          TO CPRM-MOP.
           MOVE WSAA-NEXT-ANN          TO CPRM-RATINGDATE
                                          CPRM-RE-RATE-DATE.
           MOVE ZEROES                 TO CPRM-CALC-PREM
                                          CPRM-CALC-BAS-PREM
                                          CPRM-CALC-LOA-PREM.
           MOVE SPACES                 TO CPRM-ADVANCE
                                          CPRM-ARREARS
                                          CPRM-FREQANN
                                          CPRM-WITHPROP
                                          CPRM-WITHOPROP
                                          CPRM-PPIND
                                          CPRM-NOMLIFE.
           MOVE ZEROES                 TO CPRM-GUARPERD
                                          CPRM-INTANNY
                                          CPRM-CAPCONT
                                          CPRM-DTHPERCN
                                          CPRM-DTHPERCO.
           MOVE BSSC-LANGUAGE          TO CPRM-LANGUAGE.
      *
           CALL T5675-PREMSUBR (1)  USING CPRM-PREMIUM-REC.
      *
           IF CPRM-STATUZ               = BOMB
              MOVE CPRM-STATUZ         TO SYSR-STATUZ
              MOVE CPRM-PREMIUM-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CPRM-STATUZ           NOT = O-K
              GO TO 3559-EXIT
           END-IF.
      *
           MOVE CPRM-CALC-PREM         TO WSAA-NEW-PREM.
           MOVE 'Y'                    TO WSAA-PRICED.
      *
       3559-EXIT.
           EXIT.
      /
       3700-WRITE-PTRN SECTION.
      *************************
      *
       3710-START.
      *
           INITIALIZE                  PTRN-PARAMS.
           MOVE BPRD-AUTH-CODE         TO PTRN-BATCTRCDE.
           MOVE CHDRLIF-CHDRCOY        TO PTRN-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PTRN-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO PTRN-TRANNO.
           MOVE WSAA-CURR-ANN          TO PTRN-PTRNEFF.
           MOVE WSAA-TODAY             TO PTRN-TRANSACTION-DATE.
           MOVE WSAA-TODAY             TO PTRN-DATESUB.
           MOVE PTRNREC                TO PTRN-FORMAT.
           MOVE WRITR                  TO PTRN-FUNCTION.
      *
           CALL 'PTRNIO'            USING PTRN-PARAMS.
      *
           IF PTRN-STATUZ           NOT = O-K
              MOVE PTRN-STATUZ         TO SYSR-STATUZ
              MOVE PTRN-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3790-EXIT.
           EXIT.
      /
       3750-UNLOCK SECTION.
      *********************
      *
       3751-UNLOCK.
      *
           MOVE 'UNLK'                 TO SFTL-FUNCTION.
           MOVE COVR-CHDRCOY           TO SFTL-COMPANY.
           MOVE 'CH'                   TO SFTL-ENTTYP.
           MOVE COVR-CHDRNUM           TO SFTL-ENTITY.
           MOVE BPRD-AUTH-CODE         TO SFTL-TRANSACTION.
           MOVE 999999                 TO SFTL-USER.
      *
           CALL 'SFTLOCK'           USING SFTL-SFTLOCK-REC.
      *
           IF SFTL-STATUZ           NOT = O-K
              MOVE SFTL-STATUZ         TO SYSR-STATUZ
              MOVE SFTL-SFTLOCK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3759-EXIT.
           EXIT.
      /
       3800-REQUEST-LETTER SECTION.
      *****************************
      *
       3810-START.
      *
      *  Notice letter from the TR384 item of the parameter notice
      *  transaction code, cessation letter from the cessation
      *  code; contract type first, then '***'.
      *
           IF WSAA-LETTER-TRCDE         = SPACES
              GO TO 3890-EXIT
           END-IF.
      *
           MOVE CHDRLIF-CNTTYPE        TO WSAA-TR384-CNTTYPE.
           MOVE WSAA-LETTER-TRCDE      TO WSAA-TR384-TRCDE.
           PERFORM 3850-READ-TR384.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE '***'               TO WSAA-TR384-CNTTYPE
              PERFORM 3850-READ-TR384
           END-IF.
      *
           IF ITEM-STATUZ           NOT = O-K
              GO TO 3890-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TR384-TR384-REC.
      *
           IF TR384-LETTER-TYPE         = SPACES
              GO TO 3890-EXIT
           END-IF.
      *
           MOVE SPACES                 TO LETRQST-STATUZ.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-REQUEST-COMPANY.
           MOVE TR384-LETTER-TYPE      TO LETRQST-LETTER-TYPE.
           MOVE BSSC-EFFECTIVE-DATE    TO LETRQST-LETTER-REQUEST-DATE.
           MOVE CHDRLIF-CHDRPFX        TO LETRQST-RDOCPFX.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-RDOCCOY.
           MOVE CHDRLIF-CHDRNUM        TO LETRQST-RDOCNUM.
           MOVE BSSC-LANGUAGE          TO LETRQST-OTHER-KEYS.
           MOVE CHDRLIF-COWNCOY        TO LETRQST-CLNTCOY.
           MOVE CHDRLIF-COWNNUM        TO LETRQST-CLNTNUM.
           MOVE CHDRLIF-DESPNUM        TO LETRQST-DESPNUM.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO LETRQST-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO LETRQST-TRANNO.
           MOVE CHDRLIF-CNTBRANCH      TO LETRQST-BRANCH.
           MOVE WSAA-LETTER-TRCDE      TO LETRQST-TRCDE.
           MOVE 'ADD'                  TO LETRQST-FUNCTION.
      *
           CALL 'LETRQST'           USING LETRQST-PARAMS.
      *
           IF LETRQST-STATUZ        NOT = O-K
              MOVE LETRQST-STATUZ      TO SYSR-STATUZ
              MOVE LETRQST-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3890-EXIT.
           EXIT.
      /
       3850-READ-TR384 SECTION.
      *************************
      *
       3851-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TR384                  TO ITEM-ITEMTABL.
           MOVE WSAA-TR384-KEY         TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF  ITEM-STATUZ          NOT = O-K
           AND ITEM-STATUZ          NOT = MRNF
               MOVE ITEM-STATUZ        TO SYSR-STATUZ
               MOVE ITEM-PARAMS        TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3859-EXIT.
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
           DISPLAY '=========================================='.
           DISPLAY 'B5431 YRT RIDER ANNIVERSARY SUMMARY'.
           DISPLAY 'RENEWAL NOTICES ISSUED....: ' WSAA-NOTICE-CNT.
           DISPLAY 'STEP-UPS APPLIED..........: ' WSAA-STEPUP-CNT.
           DISPLAY 'RIDERS CEASED.............: ' WSAA-CEASE-CNT.
           DISPLAY 'CONTRACTS LOCKED..........: ' WSAA-LOCKED-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
