      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5392.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *           HOSPITALISATION AND MEDICAL RIDER CLAIM
      *           =======================================
      *
      * Registers and pays a claim against one hospital cash or
      * medical reimbursement rider, replacing the manual
      * settlement done outside the system.  The death claim
      * screens (P5360/P5361) stay whole-policy only; this
      * transaction leaves the contract in force.
      *
      * The rider's benefit rules are on TV130, keyed by component
      * (CRTABLE).  A component with no TV130 item is not a rider
      * this screen settles:
      *
      *     BENTYPE  'H' hospital cash  - daily benefit x days
      *              'M' medical        - the expense claimed
      *     EVTLIMIT per-event limit    (zero - no per-event cap)
      *     YRLIMIT  per-policy-year    (zero - no annual cap)
      *     WAITDAYS waiting period in days from the component's
      *              risk commencement date
      *
      * The diagnosis code keyed must be on TV131, which can add a
      * further condition-specific waiting period (DGWAIT) or
      * exclude the condition altogether (EXCLIND 'Y').
      *
      * Days in hospital run from admission to discharge, a
      * same-day discharge counting as one day.  The benefit is
      * capped first by the per-event limit, then by what is left
      * of the annual limit for the policy year the admission
      * falls in.  The annual limit used so far is carried per
      * component and policy year on the ZRAL register.
      *
      * On confirmation the claim is numbered from ALOCNO (prefix
      * CL, as P5360), written to the ZRCL rider claim register,
      * ZRAL is updated, the benefit is posted through this
      * program's T5645 item (01 rider claim expense, 02 claims
      * payable) and raised as a payment request, and a PTRN is
      * written.  P5393 enquires on the claim history of a
      * component; B5427 reports rider claims paid each month.
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
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WSAA-PROG                   PIC X(05) VALUE 'P5392'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-CRRCD                  PIC 9(08) VALUE 0.
       01  WSAA-WAIT-END               PIC 9(08) VALUE 0.
       01  WSAA-WAIT-DAYS              PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-PLNYEAR                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-YRFROM                 PIC 9(08) VALUE 0.
       01  WSAA-YRTO                   PIC 9(08) VALUE 0.
       01  WSAA-POST-AMT               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-JRNSEQ                 PIC S9(02) COMP-3 VALUE 0.
       01  WSAA-STAT-OK                PIC X(01) VALUE 'N'.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  F665                    PIC X(04) VALUE 'F665'.
           03  H118                    PIC X(04) VALUE 'H118'.
           03  EV06                    PIC X(04) VALUE 'EV06'.
           03  EV07                    PIC X(04) VALUE 'EV07'.
           03  EV08                    PIC X(04) VALUE 'EV08'.
      *
       01  TABLES.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  T5679                   PIC X(06) VALUE 'T5679'.
           03  TV130                   PIC X(06) VALUE 'TV130'.
           03  TV131                   PIC X(06) VALUE 'TV131'.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  COVRLNBREC              PIC X(10) VALUE 'COVRLNBREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  PREQREC                 PIC X(10) VALUE 'PREQREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZRALREC                 PIC X(10) VALUE 'ZRALREC'.
           03  ZRCLREC                 PIC X(10) VALUE 'ZRCLREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
           COPY BATCKEY.
      /
           COPY CHDRLIFSKM.
           COPY COVRLNBSKM.
           COPY PAYRSKM.
           COPY PTRNSKM.
           COPY PREQSKM.
           COPY ITEMSKM.
           COPY ZRALSKM.
           COPY ZRCLSKM.
      /
           COPY T5645REC.
           COPY LIFACMVREC.
           COPY T5679REC.
           COPY TV130REC.
           COPY TV131REC.
           COPY ALOCNOREC.
           COPY DATCON1REC.
           COPY DATCON2REC.
           COPY DATCON3REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5392SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5392-DATA-AREA.

           COPY MAING.
      /
      *****************************************************************
      *      Initialise Fields for showing on Screen
      *****************************************************************
      *
       1000-INITIALISE SECTION.
      *************************
      *
       1010-INITIALISE.
      *
           MOVE SPACES                 TO S5392-DATA-AREA.
           MOVE ZEROES                 TO S5392-ADMITDATE
                                          S5392-DISCDATE
                                          S5392-CALCAMT
                                          S5392-CLAIMAMT
                                          S5392-HOSPDAYS
                                          S5392-PAYAMT
                                          S5392-REMLIMIT.
      *
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-EXT-DATE          TO WSAA-TODAY.
      *
           MOVE WSSP-BATCHKEY          TO WSKY-BATC-FILE-KEY.
      *
       1090-EXIT.
            EXIT.
      /
       PRE-SCREEN-EDIT SECTION.
      *************************
      *
       PRE-START.
            GO TO PRE-EXIT.
      *
       PRE-EXIT.
           EXIT.
      /
      *****************************************************************
      *     Retrieve Screen Fields and Edit
      *****************************************************************
      *
       2000-SCREEN-EDIT SECTION.
      **************************
      *
       2010-SCREEN-IO.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
       2020-VALIDATE.
      *
           IF S5392-CHDRNUM             = SPACES
              MOVE E005                TO S5392-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2100-READ-CHDR.
      *
           IF S5392-CHDRNUM-ERR     NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The contract must be in force (T5679 for this transaction)
      *  - rider claims are paid while the contract stays in force.
      *
           PERFORM 2200-READ-T5679.
      *
           MOVE 'N'                    TO WSAA-STAT-OK.
           PERFORM 2230-CHECK-CN-STAT
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 12
               OR WSAA-STAT-OK          = 'Y'.
      *
           IF WSAA-STAT-OK          NOT = 'Y'
              MOVE H118                TO S5392-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The component must exist, be in force itself and be a
      *  rider TV130 knows how to settle.
      *
           PERFORM 2300-READ-COVR.
      *
           IF S5392-COVERAGE-ERR    NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE 'N'                    TO WSAA-STAT-OK.
           PERFORM 2240-CHECK-COV-STAT
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 12
               OR WSAA-STAT-OK          = 'Y'.
      *
           IF WSAA-STAT-OK          NOT = 'Y'
              MOVE H118                TO S5392-COVERAGE-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2350-READ-TV130.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE H118                TO S5392-COVERAGE-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  Stay dates: admission from the component's commencement,
      *  discharge no earlier than admission and not in the future.
      *
           IF S5392-ADMITDATE           = ZEROES
              MOVE E186                TO S5392-ADMITDATE-ERR
           END-IF.
      *
           IF S5392-DISCDATE            = ZEROES
              MOVE E186                TO S5392-DISCDATE-ERR
           END-IF.
      *
           IF S5392-ERROR-INDICATORS
                                    NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5392-ADMITDATE           < WSAA-CRRCD
              MOVE F665                TO S5392-ADMITDATE-ERR
           END-IF.
      *
           IF S5392-DISCDATE            < S5392-ADMITDATE
           OR S5392-DISCDATE            > WSAA-TODAY
              MOVE F665                TO S5392-DISCDATE-ERR
           END-IF.
      *
           IF S5392-DIAGCODE            = SPACES
              MOVE E186                TO S5392-DIAGCODE-ERR
           END-IF.
      *
           IF S5392-ERROR-INDICATORS
                                    NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2400-READ-TV131.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE E186                TO S5392-DIAGCODE-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF TV131-EXCLIND             = 'Y'
              MOVE EV08                TO S5392-DIAGCODE-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  Waiting period: the rider's own, plus any the diagnosis
      *  carries, both counted from risk commencement.
      *
           PERFORM 2500-CHECK-WAITING.
      *
           IF S5392-ADMITDATE           < WSAA-WAIT-END
              MOVE EV06                TO S5392-ADMITDATE-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2600-CALC-DAYS.
      *
      *  Benefit before limits.
      *
           IF TV130-BENTYPE             = 'M'
              IF S5392-CLAIMAMT     NOT > ZERO
                 MOVE E186             TO S5392-CLAIMAMT-ERR
                 GO TO 2080-CHECK-FOR-ERRORS
              END-IF
              MOVE S5392-CLAIMAMT      TO S5392-CALCAMT
           ELSE
              COMPUTE S5392-CALCAMT ROUNDED
                                        = TV130-DAYBEN
                                        * S5392-HOSPDAYS
           END-IF.
      *
           MOVE S5392-CALCAMT          TO S5392-PAYAMT.
      *
           IF  TV130-EVTLIMIT            > ZERO
           AND S5392-PAYAMT              > TV130-EVTLIMIT
               MOVE TV130-EVTLIMIT     TO S5392-PAYAMT
           END-IF.
      *
      *  Then what is left of the annual limit for the policy year
      *  the admission falls in.
      *
           PERFORM 2700-POLICY-YEAR.
           PERFORM 2750-READ-ZRAL.
      *
           IF  TV130-YRLIMIT             > ZERO
           AND S5392-PAYAMT              > S5392-REMLIMIT
               MOVE S5392-REMLIMIT     TO S5392-PAYAMT
           END-IF.
      *
           IF S5392-PAYAMT          NOT > ZERO
              MOVE EV07                TO S5392-COVERAGE-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5392-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-READ-CHDR SECTION.
      ************************
       2110-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE S5392-CHDRNUM          TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READR                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CHDRLIF-STATUZ            = MRNF
              MOVE E005                TO S5392-CHDRNUM-ERR
           END-IF.
      *
       2190-EXIT.
           EXIT.
      /
       2200-READ-T5679 SECTION.
      *************************
       2210-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE T5679                  TO ITEM-ITEMTABL.
           MOVE WSKY-BATC-BATCTRCDE    TO ITEM-ITEMITEM.
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
       2290-EXIT.
           EXIT.
      /
       2230-CHECK-CN-STAT SECTION.
      ****************************
       2231-START.
      *
           IF  T5679-CN-RISK-STAT (WSAA-SUB) NOT = SPACES
           AND T5679-CN-RISK-STAT (WSAA-SUB)     = CHDRLIF-STATCODE
               MOVE 'Y'                TO WSAA-STAT-OK
           END-IF.
      *
       2239-EXIT.
           EXIT.
      /
       2240-CHECK-COV-STAT SECTION.
      *****************************
       2241-START.
      *
           IF  T5679-COV-RISK-STAT (WSAA-SUB) NOT = SPACES
           AND T5679-COV-RISK-STAT (WSAA-SUB)     = COVRLNB-STATCODE
               MOVE 'Y'                TO WSAA-STAT-OK
           END-IF.
      *
       2249-EXIT.
           EXIT.
      /
       2300-READ-COVR SECTION.
      ************************
       2310-START.
      *
           INITIALIZE                  COVRLNB-PARAMS.
           MOVE WSSP-COMPANY           TO COVRLNB-CHDRCOY.
           MOVE S5392-CHDRNUM          TO COVRLNB-CHDRNUM.
           MOVE S5392-LIFE             TO COVRLNB-LIFE.
           MOVE S5392-COVERAGE         TO COVRLNB-COVERAGE.
           MOVE S5392-RIDER            TO COVRLNB-RIDER.
           MOVE COVRLNBREC             TO COVRLNB-FORMAT.
           MOVE READR                  TO COVRLNB-FUNCTION.
      *
           CALL 'COVRLNBIO'         USING COVRLNB-PARAMS.
      *
           IF COVRLNB-STATUZ        NOT = O-K AND MRNF
              MOVE COVRLNB-STATUZ      TO SYSR-STATUZ
              MOVE COVRLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF COVRLNB-STATUZ            = MRNF
              MOVE E005                TO S5392-COVERAGE-ERR
              GO TO 2390-EXIT
           END-IF.
      *
           MOVE COVRLNB-CRTABLE        TO S5392-CRTABLE.
           MOVE COVRLNB-CRRCD (1:8)    TO WSAA-CRRCD.
      *
       2390-EXIT.
           EXIT.
      /
       2350-READ-TV130 SECTION.
      *************************
       2351-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV130                  TO ITEM-ITEMTABL.
           MOVE S5392-CRTABLE          TO ITEM-ITEMITEM.
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
              MOVE ITEM-GENAREA        TO TV130-TV130-REC
           ELSE
              INITIALIZE                  TV130-TV130-REC
           END-IF.
      *
       2359-EXIT.
           EXIT.
      /
       2400-READ-TV131 SECTION.
      *************************
       2410-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV131                  TO ITEM-ITEMTABL.
           MOVE S5392-DIAGCODE         TO ITEM-ITEMITEM.
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
              MOVE ITEM-GENAREA        TO TV131-TV131-REC
           ELSE
              INITIALIZE                  TV131-TV131-REC
           END-IF.
      *
       2490-EXIT.
           EXIT.
      /
       2500-CHECK-WAITING SECTION.
      ****************************
       2510-START.
      *
           COMPUTE WSAA-WAIT-DAYS       = TV130-WAITDAYS
                                        + TV131-DGWAIT.
      *
           MOVE WSAA-CRRCD             TO WSAA-WAIT-END.
      *
           IF WSAA-WAIT-DAYS        NOT > ZERO
              GO TO 2590-EXIT
           END-IF.
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE 'DY'                   TO DTC2-FREQUENCY.
           MOVE WSAA-WAIT-DAYS         TO DTC2-FREQ-FACTOR.
           MOVE WSAA-CRRCD             TO DTC2-INT-DATE-1.
           PERFORM 2800-CALL-DATCON2.
           MOVE DTC2-INT-DATE-2        TO WSAA-WAIT-END.
      *
       2590-EXIT.
           EXIT.
      /
       2600-CALC-DAYS SECTION.
      ************************
       2610-START.
      *
      *  Admission to discharge; a same-day discharge is one day.
      *
           INITIALIZE                  DTC3-DATCON3-REC.
           MOVE 'DY'                   TO DTC3-FREQUENCY.
           MOVE S5392-ADMITDATE        TO DTC3-INT-DATE-1.
           MOVE S5392-DISCDATE         TO DTC3-INT-DATE-2.
           PERFORM 2850-CALL-DATCON3.
           MOVE DTC3-FREQ-FACTOR       TO S5392-HOSPDAYS.
      *
           IF S5392-HOSPDAYS            < 1
              MOVE 1                   TO S5392-HOSPDAYS
           END-IF.
      *
       2690-EXIT.
           EXIT.
      /
       2700-POLICY-YEAR SECTION.
      **************************
       2710-START.
      *
      *  The policy year of the admission, counted from the
      *  component's risk commencement, and its start and end.
      *
           INITIALIZE                  DTC3-DATCON3-REC.
           MOVE '01'                   TO DTC3-FREQUENCY.
           MOVE WSAA-CRRCD             TO DTC3-INT-DATE-1.
           MOVE S5392-ADMITDATE        TO DTC3-INT-DATE-2.
           PERFORM 2850-CALL-DATCON3.
           MOVE DTC3-FREQ-FACTOR       TO WSAA-PLNYEAR.
           ADD 1                       TO WSAA-PLNYEAR.
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE '01'                   TO DTC2-FREQUENCY.
           COMPUTE DTC2-FREQ-FACTOR     = WSAA-PLNYEAR - 1.
           MOVE WSAA-CRRCD             TO DTC2-INT-DATE-1.
           PERFORM 2800-CALL-DATCON2.
           MOVE DTC2-INT-DATE-2        TO WSAA-YRFROM.
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE '01'                   TO DTC2-FREQUENCY.
           MOVE WSAA-PLNYEAR           TO DTC2-FREQ-FACTOR.
           MOVE WSAA-CRRCD             TO DTC2-INT-DATE-1.
           PERFORM 2800-CALL-DATCON2.
           MOVE DTC2-INT-DATE-2        TO WSAA-YRTO.
      *
       2790-EXIT.
           EXIT.
      /
       2750-READ-ZRAL SECTION.
      ************************
       2751-START.
      *
           INITIALIZE                  ZRAL-PARAMS.
           MOVE WSSP-COMPANY           TO ZRAL-CHDRCOY.
           MOVE S5392-CHDRNUM          TO ZRAL-CHDRNUM.
           MOVE S5392-LIFE             TO ZRAL-LIFE.
           MOVE S5392-COVERAGE         TO ZRAL-COVERAGE.
           MOVE S5392-RIDER            TO ZRAL-RIDER.
           MOVE WSAA-PLNYEAR           TO ZRAL-PLNYEAR.
           MOVE ZRALREC                TO ZRAL-FORMAT.
           MOVE READR                  TO ZRAL-FUNCTION.
      *
           CALL 'ZRALIO'            USING ZRAL-PARAMS.
      *
           IF ZRAL-STATUZ           NOT = O-K AND MRNF
              MOVE ZRAL-STATUZ         TO SYSR-STATUZ
              MOVE ZRAL-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRAL-STATUZ               = O-K
              MOVE ZRAL-REMAMT         TO S5392-REMLIMIT
           ELSE
              MOVE TV130-YRLIMIT       TO S5392-REMLIMIT
           END-IF.
      *
       2759-EXIT.
           EXIT.
      /
       2800-CALL-DATCON2 SECTION.
      ***************************
       2801-START.
      *
           CALL 'DATCON2'           USING DTC2-DATCON2-REC.
      *
           IF DTC2-STATUZ           NOT = O-K
              MOVE DTC2-STATUZ         TO SYSR-STATUZ
              MOVE DTC2-DATCON2-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       2809-EXIT.
           EXIT.
      /
       2850-CALL-DATCON3 SECTION.
      ***************************
       2851-START.
      *
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       2859-EXIT.
           EXIT.
      /
      *****************************************************************
      *     Update Database if required and Log Transaction
      *****************************************************************
      *
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE-DATABASE.
      *
           PERFORM 3100-ALLOCATE-CLAIM-NO.
           PERFORM 3200-UPDATE-CHDR.
           PERFORM 3300-WRITE-ZRCL.
           PERFORM 3400-UPDATE-ZRAL.
           PERFORM 3500-POST-MONEY.
           PERFORM 3700-RAISE-PAYOUT.
           PERFORM 3600-WRITE-PTRN.
      *
       3090-EXIT.
            EXIT.
      /
       3100-ALLOCATE-CLAIM-NO SECTION.
      ********************************
       3110-START.
      *
           INITIALIZE                  ALNO-ALOCNO-REC.
           MOVE 'NEXT'                 TO ALNO-FUNCTION.
           MOVE 'CL'                   TO ALNO-PREFIX.
           MOVE WSSP-COMPANY           TO ALNO-COMPANY.
           MOVE WSSP-BRANCH            TO ALNO-GENKEY.
      *
           CALL 'ALOCNO'            USING ALNO-ALOCNO-REC.
      *
           IF ALNO-STATUZ           NOT = O-K
              MOVE ALNO-STATUZ         TO SYSR-STATUZ
              MOVE ALNO-ALOCNO-REC     TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ALNO-ALOC-NO           TO S5392-CLAMNUM.
      *
       3190-EXIT.
           EXIT.
      /
       3200-UPDATE-CHDR SECTION.
      **************************
       3210-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE S5392-CHDRNUM          TO CHDRLIF-CHDRNUM.
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
           INITIALIZE                  PAYR-PARAMS.
           MOVE WSSP-COMPANY           TO PAYR-CHDRCOY.
           MOVE S5392-CHDRNUM          TO PAYR-CHDRNUM.
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
       3290-EXIT.
           EXIT.
      /
       3300-WRITE-ZRCL SECTION.
      *************************
       3310-START.
      *
           INITIALIZE                  ZRCL-PARAMS.
           MOVE WSSP-COMPANY           TO ZRCL-CHDRCOY.
           MOVE S5392-CHDRNUM          TO ZRCL-CHDRNUM.
           MOVE S5392-LIFE             TO ZRCL-LIFE.
           MOVE S5392-COVERAGE         TO ZRCL-COVERAGE.
           MOVE S5392-RIDER            TO ZRCL-RIDER.
           MOVE S5392-CLAMNUM          TO ZRCL-CLAMNUM.
           MOVE S5392-CRTABLE          TO ZRCL-CRTABLE.
           MOVE S5392-ADMITDATE        TO ZRCL-ADMITDATE.
           MOVE S5392-DISCDATE         TO ZRCL-DISCDATE.
           MOVE S5392-DIAGCODE         TO ZRCL-DIAGCODE.
           MOVE S5392-HOSPDAYS         TO ZRCL-HOSPDAYS.
           MOVE S5392-CLAIMAMT         TO ZRCL-CLAIMAMT.
           MOVE S5392-CALCAMT          TO ZRCL-CALCAMT.
           MOVE S5392-PAYAMT           TO ZRCL-PAYAMT.
           MOVE WSAA-TODAY             TO ZRCL-PAYDATE.
           MOVE WSAA-PLNYEAR           TO ZRCL-PLNYEAR.
           MOVE CHDRLIF-TRANNO         TO ZRCL-TRANNO.
           MOVE ZRCLREC                TO ZRCL-FORMAT.
           MOVE WRITR                  TO ZRCL-FUNCTION.
      *
           CALL 'ZRCLIO'            USING ZRCL-PARAMS.
      *
           IF ZRCL-STATUZ           NOT = O-K
              MOVE ZRCL-STATUZ         TO SYSR-STATUZ
              MOVE ZRCL-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3390-EXIT.
           EXIT.
      /
       3400-UPDATE-ZRAL SECTION.
      **************************
       3410-START.
      *
      *  The first claim in a policy year opens the year's limit
      *  row; later claims draw it down.
      *
           INITIALIZE                  ZRAL-PARAMS.
           MOVE WSSP-COMPANY           TO ZRAL-CHDRCOY.
           MOVE S5392-CHDRNUM          TO ZRAL-CHDRNUM.
           MOVE S5392-LIFE             TO ZRAL-LIFE.
           MOVE S5392-COVERAGE         TO ZRAL-COVERAGE.
           MOVE S5392-RIDER            TO ZRAL-RIDER.
           MOVE WSAA-PLNYEAR           TO ZRAL-PLNYEAR.
           MOVE ZRALREC                TO ZRAL-FORMAT.
           MOVE READH                  TO ZRAL-FUNCTION.
      *
           CALL 'ZRALIO'            USING ZRAL-PARAMS.
      *
           IF ZRAL-STATUZ           NOT = O-K AND MRNF
              MOVE ZRAL-STATUZ         TO SYSR-STATUZ
              MOVE ZRAL-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRAL-STATUZ               = MRNF
              MOVE WSSP-COMPANY        TO ZRAL-CHDRCOY
              MOVE S5392-CHDRNUM       TO ZRAL-CHDRNUM
              MOVE S5392-LIFE          TO ZRAL-LIFE
              MOVE S5392-COVERAGE      TO ZRAL-COVERAGE
              MOVE S5392-RIDER         TO ZRAL-RIDER
              MOVE WSAA-PLNYEAR        TO ZRAL-PLNYEAR
              MOVE WSAA-YRFROM         TO ZRAL-YRFROM
              MOVE WSAA-YRTO           TO ZRAL-YRTO
              MOVE TV130-YRLIMIT       TO ZRAL-YRLIMIT
                                          ZRAL-REMAMT
              MOVE ZEROES              TO ZRAL-USEDAMT
                                          ZRAL-CLMCNT
              MOVE WRITR               TO ZRAL-FUNCTION
           ELSE
              MOVE REWRT               TO ZRAL-FUNCTION
           END-IF.
      *
           ADD 1                       TO ZRAL-CLMCNT.
           ADD S5392-PAYAMT            TO ZRAL-USEDAMT.
      *
           IF ZRAL-YRLIMIT               > ZERO
              COMPUTE ZRAL-REMAMT       = ZRAL-YRLIMIT
                                        - ZRAL-USEDAMT
           END-IF.
      *
           MOVE ZRALREC                TO ZRAL-FORMAT.
      *
           CALL 'ZRALIO'            USING ZRAL-PARAMS.
      *
           IF ZRAL-STATUZ           NOT = O-K
              MOVE ZRAL-STATUZ         TO SYSR-STATUZ
              MOVE ZRAL-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3490-EXIT.
           EXIT.
      /
       3500-POST-MONEY SECTION.
      *************************
       3510-START.
      *
      *  Line 01 debits the rider claim expense, line 02 credits
      *  the claims payable the payment request settles.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE T5645                  TO ITEM-ITEMTABL.
           MOVE WSAA-PROG              TO ITEM-ITEMITEM.
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
           MOVE ITEM-GENAREA           TO T5645-T5645-REC.
      *
           MOVE S5392-PAYAMT           TO WSAA-POST-AMT.
      *
           MOVE 1                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-01      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-01         TO LIFA-GLCODE.
           MOVE '+'                    TO LIFA-GLSIGN.
           PERFORM 3580-POST-ONE.
      *
           MOVE 2                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-02      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-02         TO LIFA-GLCODE.
           MOVE '-'                    TO LIFA-GLSIGN.
           PERFORM 3580-POST-ONE.
      *
       3590-EXIT.
           EXIT.
      /
       3580-POST-ONE SECTION.
      ***********************
       3581-START.
      *
           MOVE WSSP-BATCHKEY          TO LIFA-BATCKEY.
           MOVE 'PSTW'                 TO LIFA-FUNCTION.
           MOVE S5392-CLAMNUM          TO LIFA-RDOCNUM.
           MOVE WSSP-COMPANY           TO LIFA-RLDGCOY.
           MOVE S5392-CHDRNUM          TO LIFA-RLDGACCT.
           MOVE WSAA-POST-AMT          TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE PAYR-CNTCURR           TO LIFA-ORIGCURR.
           MOVE 'RIDER CLAIM'          TO LIFA-TRANDESC.
           MOVE S5392-CLAMNUM          TO LIFA-TRANREF.
           MOVE WSAA-TODAY             TO LIFA-EFFDATE
                                          LIFA-TRANSACTION-DATE.
           MOVE CHDRLIF-TRANNO         TO LIFA-TRANNO.
           MOVE WSAA-JRNSEQ            TO LIFA-JRNSEQ.
      *
           CALL 'LIFACMV'           USING LIFA-LIFACMV-REC.
      *
           IF LIFA-STATUZ           NOT = O-K
              MOVE LIFA-STATUZ         TO SYSR-STATUZ
              MOVE LIFA-LIFACMV-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3589-EXIT.
           EXIT.
      /
       3700-RAISE-PAYOUT SECTION.
      ***************************
       3710-START.
      *
           INITIALIZE                  PREQ-PARAMS.
           MOVE 'CA'                   TO PREQ-RDOCPFX.
           MOVE WSSP-COMPANY           TO PREQ-RDOCCOY.
           MOVE S5392-CLAMNUM          TO PREQ-RDOCNUM.
           MOVE S5392-CHDRNUM          TO PREQ-RLDGACCT.
           MOVE T5645-SACSCODE-02      TO PREQ-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO PREQ-SACSTYP.
           MOVE S5392-PAYAMT           TO PREQ-PYMT.
           MOVE PAYR-CNTCURR           TO PREQ-PAYCURR.
           MOVE 'RQ'                   TO PREQ-PAYSTAT.
           MOVE WSAA-TODAY             TO PREQ-REQDATE.
           MOVE WSSP-BRANCH            TO PREQ-BRANCH.
           MOVE PREQREC                TO PREQ-FORMAT.
           MOVE WRITR                  TO PREQ-FUNCTION.
      *
           CALL 'PREQIO'            USING PREQ-PARAMS.
      *
           IF PREQ-STATUZ           NOT = O-K
              MOVE PREQ-STATUZ         TO SYSR-STATUZ
              MOVE PREQ-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3790-EXIT.
           EXIT.
      /
       3600-WRITE-PTRN SECTION.
      *************************
       3610-START.
      *
           INITIALIZE                  PTRN-PARAMS.
           MOVE WSKY-BATC-BATCTRCDE    TO PTRN-BATCTRCDE.
           MOVE CHDRLIF-CHDRCOY        TO PTRN-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PTRN-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO PTRN-TRANNO.
           MOVE S5392-ADMITDATE        TO PTRN-PTRNEFF.
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
       3690-EXIT.
           EXIT.
      /
      *****************************************************************
      *     Decide which Transaction Program is Next
      *****************************************************************
      *
       4000-WHERE-NEXT SECTION.
      *************************
      *
       4010-NEXT-PROGRAM.
      *
           ADD 1                       TO WSSP-PROGRAM-PTR.
      *
       4090-EXIT.
            EXIT.
