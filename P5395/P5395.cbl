      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5395.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *           MISSTATEMENT OF AGE / GENDER CORRECTION
      *           =======================================
      *
      * Corrects an in-force contract after the life's date of
      * birth or gender has been found to be misstated and the
      * client record (CLTS) has already been put right.  The
      * life's recorded details (LIFELNB) are compared with the
      * client's; there must be a difference to correct.
      *
      * The age next birthday at commencement is recalculated by
      * AGECALC from the corrected date of birth, and every
      * in-force component (T5679 coverage risk statuses) on the
      * life is re-priced at the corrected age and gender through
      * its T5687 premium method and T5675 calculation routine,
      * exactly as P6378 prices the proposal (1300-CALC-PREMIUM /
      * A400-CALL-PREMIUM-CALC).  A component whose premium method
      * has no T5675 routine keeps its premium.
      *
      * The difference for each component is the change in its
      * instalment premium times the number of instalments paid
      * since the component's risk commencement (DATCON3 from
      * CRRCD to the paid-to date at the billing frequency).
      *
      * The product's adjustment method is on TV136, keyed by
      * contract type (no item - method 'P'):
      *
      *     ADJMETH 'P'  the corrected premium applies from now on
      *                  and the arrears are collected from suspense
      *                  (which must cover them) or the excess
      *                  refunded to suspense, through this
      *                  program's T5645 item (01 contract
      *                  suspense, 02 premium income).  A net
      *                  difference below MINADJ is not posted.
      *     ADJMETH 'S'  the premium is left as it is and each
      *                  component's sum assured becomes what that
      *                  premium buys at the corrected rating:
      *                  sum assured x old premium / new premium.
      *
      * On confirmation COVR is rewritten with the new premium or
      * sum assured, PAYR's instalment amounts are adjusted for a
      * premium change, LIFELNB takes the corrected date of birth,
      * gender and age, the contract's TRANNO is advanced, a PTRN
      * is written and the TR384 explanatory letter is requested.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2660       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5395'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-SUSPENSE               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-POST-AMT               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-PREM-CHANGE            PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-JRNSEQ                 PIC S9(02) COMP-3 VALUE 0.
       01  WSAA-SUSP-IND               PIC X(01) VALUE 'N'.
       01  WSAA-STAT-OK                PIC X(01) VALUE 'N'.
       01  WSAA-COVR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-FOUND                  PIC X(01) VALUE 'N'.
       01  WSAA-POST-IND               PIC X(01) VALUE 'N'.
       01  WSAA-SIGN-01                PIC X(01) VALUE SPACE.
       01  WSAA-SIGN-02                PIC X(01) VALUE SPACE.
       01  WSAA-OCCDATE                PIC 9(08) VALUE 0.
       01  WSAA-PTDATE                 PIC 9(08) VALUE 0.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
       01  WSAA-IX                     PIC 9(02) VALUE 0.
       01  WSAA-COMP-MAX               PIC 9(02) VALUE 20.
      *
      *  One entry per in-force component re-priced by the edit,
      *  applied to COVR on confirmation.
      *
       01  WSAA-COMP-TABLE.
           03  WSAA-COMP-ENTRY         OCCURS 20.
               05  WSAA-COMP-COVERAGE  PIC X(02).
               05  WSAA-COMP-RIDER     PIC X(02).
               05  WSAA-COMP-OLDPREM   PIC S9(11)V9(2) COMP-3.
               05  WSAA-COMP-NEWPREM   PIC S9(11)V9(2) COMP-3.
               05  WSAA-COMP-OLDSUMI   PIC S9(13)V9(2) COMP-3.
               05  WSAA-COMP-NEWSUMI   PIC S9(13)V9(2) COMP-3.
               05  WSAA-COMP-INSTNUM   PIC 9(04).
      *
       01  WSAA-TR384-KEY.
           05  WSAA-ITEM-BATCTRCDE     PIC X(04).
           05  WSAA-ITEM-CNTTYPE       PIC X(03).
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  H118                    PIC X(04) VALUE 'H118'.
           03  EV12                    PIC X(04) VALUE 'EV12'.
           03  EV13                    PIC X(04) VALUE 'EV13'.
           03  EV14                    PIC X(04) VALUE 'EV14'.
      *
       01  TABLES.
           03  T3695                   PIC X(06) VALUE 'T3695'.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  T5675                   PIC X(06) VALUE 'T5675'.
           03  T5679                   PIC X(06) VALUE 'T5679'.
           03  T5687                   PIC X(06) VALUE 'T5687'.
           03  TR384                   PIC X(06) VALUE 'TR384'.
           03  TV136                   PIC X(06) VALUE 'TV136'.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  LIFELNBREC              PIC X(10) VALUE 'LIFELNBREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  COVRREC                 PIC X(10) VALUE 'COVRREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
           COPY BATCKEY.
      /
           COPY CHDRLIFSKM.
           COPY PAYRSKM.
           COPY LIFELNBSKM.
           COPY CLTSSKM.
           COPY COVRSKM.
           COPY PTRNSKM.
           COPY ITEMSKM.
           COPY ITDMSKM.
           COPY ACBLENQSKM.
      /
           COPY T3695REC.
           COPY T5645REC.
           COPY T5675REC.
           COPY T5679REC.
           COPY T5687REC.
           COPY TR384REC.
           COPY TV136REC.
           COPY PREMIUMREC.
           COPY FREQCPY.
           COPY LIFACMVREC.
           COPY LETRQSTREC.
           COPY DATCON1REC.
           COPY DATCON3REC.
           COPY AGECALCREC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5395SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5395-DATA-AREA.

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
           MOVE SPACES                 TO S5395-DATA-AREA.
           MOVE ZEROES                 TO S5395-OLDDOB
                                          S5395-OLDANB
                                          S5395-NEWDOB
                                          S5395-NEWANB
                                          S5395-COMPCNT
                                          S5395-OLDPREM
                                          S5395-NEWPREM
                                          S5395-OLDSUMI
                                          S5395-NEWSUMI
                                          S5395-INSTPAID
                                          S5395-PREMDIFF
                                          S5395-SUSPAMT.
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
           IF S5395-CHDRNUM             = SPACES
              MOVE E005                TO S5395-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5395-LIFE                = SPACES
              MOVE '01'                TO S5395-LIFE
           END-IF.
      *
           PERFORM 2100-READ-CHDR.
      *
           IF S5395-CHDRNUM-ERR     NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The contract must be in force (T5679 for this transaction).
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
              MOVE H118                TO S5395-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2170-GET-PAYR.
      *
      *  The life as recorded on the contract against the client
      *  record as now corrected.
      *
           PERFORM 2300-READ-LIFE.
      *
           IF S5395-LIFE-ERR        NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2350-READ-CLIENT.
      *
           IF  S5395-NEWDOB             = S5395-OLDDOB
           AND S5395-NEWSEX             = S5395-OLDSEX
               MOVE EV12               TO S5395-NEWDOB-ERR
               GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2380-CALC-AGE.
      *
           IF S5395-NEWDOB-ERR      NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2400-READ-TV136.
      *
      *  Re-price every in-force component on the life.
      *
           PERFORM 2500-REPRICE-COMPS.
      *
           IF S5395-COMPCNT             = ZERO
              MOVE EV13                TO S5395-LIFE-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  Collection and refund work on the net difference; arrears
      *  must be covered by the suspense held.
      *
           MOVE 'N'                    TO WSAA-POST-IND.
      *
           IF S5395-ADJMETH         NOT = 'P'
           OR S5395-PREMDIFF            = ZERO
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF  S5395-PREMDIFF           < TV136-MINADJ
           AND S5395-PREMDIFF           > TV136-MINADJ * -1
               GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE 'Y'                    TO WSAA-POST-IND.
      *
           PERFORM 2700-CALC-SUSPENSE.
           MOVE WSAA-SUSPENSE          TO S5395-SUSPAMT.
      *
           IF S5395-PREMDIFF            > WSAA-SUSPENSE
              MOVE EV14                TO S5395-PREMDIFF-ERR
           END-IF.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5395-ERROR-INDICATORS
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
           MOVE S5395-CHDRNUM          TO CHDRLIF-CHDRNUM.
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
              MOVE E005                TO S5395-CHDRNUM-ERR
              GO TO 2190-EXIT
           END-IF.
      *
           MOVE CHDRLIF-CNTTYPE        TO S5395-CNTTYPE.
           MOVE CHDRLIF-STATCODE       TO S5395-STATCODE.
           MOVE CHDRLIF-OCCDATE (1:8)  TO WSAA-OCCDATE.
      *
       2190-EXIT.
           EXIT.
      /
       2170-GET-PAYR SECTION.
      ***********************
       2171-START.
      *
           INITIALIZE                  PAYR-PARAMS.
           MOVE WSSP-COMPANY           TO PAYR-CHDRCOY.
           MOVE S5395-CHDRNUM          TO PAYR-CHDRNUM.
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
           MOVE PAYR-PTDATE            TO WSAA-PTDATE.
      *
       2179-EXIT.
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
       2250-CHECK-COV-STAT SECTION.
      *****************************
       2251-START.
      *
           IF  T5679-COV-RISK-STAT (WSAA-SUB) NOT = SPACES
           AND T5679-COV-RISK-STAT (WSAA-SUB)
                                        = COVR-STATCODE (1:2)
               MOVE 'Y'                TO WSAA-STAT-OK
           END-IF.
      *
       2259-EXIT.
           EXIT.
      /
       2300-READ-LIFE SECTION.
      ************************
       2310-START.
      *
      *  The life itself, not a joint life - the premium routines
      *  are rated on the main life's age and gender.
      *
           INITIALIZE                  LIFELNB-PARAMS.
           MOVE WSSP-COMPANY           TO LIFELNB-CHDRCOY.
           MOVE S5395-CHDRNUM          TO LIFELNB-CHDRNUM.
           MOVE S5395-LIFE             TO LIFELNB-LIFE.
           MOVE '00'                   TO LIFELNB-JLIFE.
           MOVE LIFELNBREC             TO LIFELNB-FORMAT.
           MOVE READR                  TO LIFELNB-FUNCTION.
      *
           CALL 'LIFELNBIO'         USING LIFELNB-PARAMS.
      *
           IF LIFELNB-STATUZ        NOT = O-K AND MRNF
              MOVE LIFELNB-STATUZ      TO SYSR-STATUZ
              MOVE LIFELNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF LIFELNB-STATUZ            = MRNF
              MOVE E186                TO S5395-LIFE-ERR
              GO TO 2390-EXIT
           END-IF.
      *
           MOVE LIFELNB-LIFCNUM        TO S5395-LIFCNUM.
           MOVE LIFELNB-CLTDOB (1:8)   TO S5395-OLDDOB.
           MOVE LIFELNB-CLTSEX         TO S5395-OLDSEX.
           MOVE LIFELNB-ANB-AT-CCD     TO S5395-OLDANB.
      *
       2390-EXIT.
           EXIT.
      /
       2350-READ-CLIENT SECTION.
      **************************
       2351-START.
      *
           MOVE SPACES                 TO CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE WSSP-FSUCO             TO CLTS-CLNTCOY.
           MOVE LIFELNB-LIFCNUM        TO CLTS-CLNTNUM.
           MOVE CLTSREC                TO CLTS-FORMAT.
           MOVE READR                  TO CLTS-FUNCTION.
      *
           CALL 'CLTSIO'            USING CLTS-PARAMS.
      *
           IF CLTS-STATUZ           NOT = O-K
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE CLTS-CLTDOB (1:8)      TO S5395-NEWDOB.
           MOVE CLTS-CLTSEX            TO S5395-NEWSEX.
      *
       2359-EXIT.
           EXIT.
      /
       2380-CALC-AGE SECTION.
      ***********************
       2381-START.
      *
      *  Age next birthday at commencement from the corrected date
      *  of birth, as P6378's 1900-CALC-AGE.
      *
           INITIALIZE                  AGEC-AGECALC-REC.
           MOVE 'CALCP'                TO AGEC-FUNCTION.
           MOVE WSSP-LANGUAGE          TO AGEC-LANGUAGE.
           MOVE CHDRLIF-CNTTYPE        TO AGEC-CNTTYPE.
           MOVE S5395-NEWDOB           TO AGEC-INT-DATE-1.
           MOVE WSAA-OCCDATE           TO AGEC-INT-DATE-2.
           MOVE WSSP-FSUCO             TO AGEC-COMPANY.
      *
           CALL 'AGECALC'           USING AGEC-AGECALC-REC.
      *
           IF AGEC-STATUZ           NOT = O-K
              MOVE AGEC-STATUZ         TO S5395-NEWDOB-ERR
              GO TO 2389-EXIT
           END-IF.
      *
           MOVE AGEC-AGERATING (1:3)   TO S5395-NEWANB.
      *
       2389-EXIT.
           EXIT.
      /
       2400-READ-TV136 SECTION.
      *************************
       2401-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV136                  TO ITEM-ITEMTABL.
           MOVE CHDRLIF-CNTTYPE        TO ITEM-ITEMITEM.
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
              MOVE ITEM-GENAREA        TO TV136-TV136-REC
           ELSE
              INITIALIZE                  TV136-TV136-REC
           END-IF.
      *
           IF TV136-ADJMETH         NOT = 'S'
              MOVE 'P'                 TO TV136-ADJMETH
           END-IF.
      *
           MOVE TV136-ADJMETH          TO S5395-ADJMETH.
      *
       2409-EXIT.
           EXIT.
      /
       2500-REPRICE-COMPS SECTION.
      ****************************
       2510-START.
      *
           MOVE ZERO                   TO S5395-COMPCNT
                                          S5395-OLDPREM
                                          S5395-NEWPREM
                                          S5395-OLDSUMI
                                          S5395-NEWSUMI
                                          S5395-INSTPAID
                                          S5395-PREMDIFF
                                          S5395-SUSPAMT
                                          WSAA-PREM-CHANGE.
           MOVE 'N'                    TO WSAA-COVR-EOF.
      *
           INITIALIZE                  COVR-PARAMS.
           MOVE WSSP-COMPANY           TO COVR-CHDRCOY.
           MOVE S5395-CHDRNUM          TO COVR-CHDRNUM.
           MOVE S5395-LIFE             TO COVR-LIFE.
           MOVE COVRREC                TO COVR-FORMAT.
           MOVE BEGN                   TO COVR-FUNCTION.
      *
           PERFORM 2550-REPRICE-COMP
               UNTIL WSAA-COVR-EOF      = 'Y'.
      *
       2590-EXIT.
           EXIT.
      /
       2550-REPRICE-COMP SECTION.
      ***************************
       2551-START.
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
           OR COVR-CHDRCOY          NOT = WSSP-COMPANY
           OR COVR-CHDRNUM          NOT = S5395-CHDRNUM
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 2559-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO COVR-FUNCTION.
      *
           IF COVR-LIFE (1:2)       NOT = S5395-LIFE
           OR COVR-VALIDFLAG (1:1)  NOT = '1'
              GO TO 2559-EXIT
           END-IF.
      *
           MOVE 'N'                    TO WSAA-STAT-OK.
           PERFORM 2250-CHECK-COV-STAT
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 12
               OR WSAA-STAT-OK          = 'Y'.
      *
           IF WSAA-STAT-OK          NOT = 'Y'
              GO TO 2559-EXIT
           END-IF.
      *
           IF S5395-COMPCNT         NOT < WSAA-COMP-MAX
              MOVE E186                TO S5395-LIFE-ERR
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 2559-EXIT
           END-IF.
      *
           ADD 1                       TO S5395-COMPCNT.
           MOVE S5395-COMPCNT          TO WSAA-IX.
           MOVE COVR-COVERAGE (1:2)    TO WSAA-COMP-COVERAGE (WSAA-IX).
           MOVE COVR-RIDER (1:2)       TO WSAA-COMP-RIDER (WSAA-IX).
           MOVE COVR-INSTPREM          TO WSAA-COMP-OLDPREM (WSAA-IX)
                                          WSAA-COMP-NEWPREM (WSAA-IX).
           MOVE COVR-SUMINS            TO WSAA-COMP-OLDSUMI (WSAA-IX)
                                          WSAA-COMP-NEWSUMI (WSAA-IX).
      *
           PERFORM 2600-CALC-PREMIUM.
           PERFORM 2650-CALC-INSTALMENTS.
      *
      *  Method 'S' keeps the premium paid and scales the cover to
      *  what it buys at the corrected rating.
      *
           IF  S5395-ADJMETH            = 'S'
           AND WSAA-COMP-NEWPREM (WSAA-IX) > ZERO
           AND WSAA-COMP-NEWPREM (WSAA-IX)
                                    NOT = WSAA-COMP-OLDPREM (WSAA-IX)
               COMPUTE WSAA-COMP-NEWSUMI (WSAA-IX) ROUNDED
                     = WSAA-COMP-OLDSUMI (WSAA-IX)
                     * WSAA-COMP-OLDPREM (WSAA-IX)
                     / WSAA-COMP-NEWPREM (WSAA-IX)
           END-IF.
      *
           ADD WSAA-COMP-OLDPREM (WSAA-IX) TO S5395-OLDPREM.
           ADD WSAA-COMP-NEWPREM (WSAA-IX) TO S5395-NEWPREM.
           ADD WSAA-COMP-OLDSUMI (WSAA-IX) TO S5395-OLDSUMI.
           ADD WSAA-COMP-NEWSUMI (WSAA-IX) TO S5395-NEWSUMI.
      *
           IF WSAA-COMP-INSTNUM (WSAA-IX) > S5395-INSTPAID
              MOVE WSAA-COMP-INSTNUM (WSAA-IX)
                                       TO S5395-INSTPAID
           END-IF.
      *
           COMPUTE S5395-PREMDIFF       = S5395-PREMDIFF
                 + (WSAA-COMP-NEWPREM (WSAA-IX)
                 -  WSAA-COMP-OLDPREM (WSAA-IX))
                 *  WSAA-COMP-INSTNUM (WSAA-IX).
      *
           COMPUTE WSAA-PREM-CHANGE     = WSAA-PREM-CHANGE
                 +  WSAA-COMP-NEWPREM (WSAA-IX)
                 -  WSAA-COMP-OLDPREM (WSAA-IX).
      *
       2559-EXIT.
           EXIT.
      /
       2600-CALC-PREMIUM SECTION.
      ***************************
       2610-START.
      *
      *  The component's premium method (T5687) and calculation
      *  routine (T5675), as P6378's A300-CALC-BENEFIT-AMOUNT.
      *
           INITIALIZE                  ITDM-PARAMS.
           MOVE WSSP-COMPANY           TO ITDM-ITEMCOY.
           MOVE T5687                  TO ITDM-ITEMTABL.
           MOVE COVR-CRTABLE           TO ITDM-ITEMITEM.
           MOVE COVR-CRRCD             TO ITDM-ITMFRM.
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
           OR ITDM-ITEMCOY          NOT = WSSP-COMPANY
           OR ITDM-ITEMTABL         NOT = T5687
           OR ITDM-ITEMITEM         NOT = COVR-CRTABLE
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE ITDM-GENAREA           TO T5687-T5687-REC.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
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
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO T5675-T5675-REC.
      *
      *  Premium calculation linkage as A400-CALL-PREMIUM-CALC,
      *  rated on the corrected age and gender.
      *
           MOVE 'CALC'                 TO CPRM-FUNCTION.
           MOVE COVR-CRTABLE           TO CPRM-CRTABLE.
           MOVE CHDRLIF-CHDRCOY        TO CPRM-CHDR-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO CPRM-CHDR-CHDRNUM.
           MOVE S5395-LIFE             TO CPRM-LIFE-LIFE.
           MOVE '00'                   TO CPRM-LIFE-JLIFE.
           MOVE COVR-COVERAGE          TO CPRM-COVR-COVERAGE.
           MOVE COVR-RIDER             TO CPRM-COVR-RIDER.
           MOVE COVR-CRRCD             TO CPRM-EFFECTDT.
           MOVE COVR-PREM-CESS-DATE    TO CPRM-TERMDATE.
           MOVE PAYR-CNTCURR           TO CPRM-CURRCODE.
           MOVE S5395-NEWSEX           TO CPRM-LSEX.
           MOVE S5395-NEWANB           TO CPRM-LAGE.
           MOVE SPACES                 TO CPRM-JLSEX.
           MOVE ZEROES                 TO CPRM-JLAGE.
      *
           MOVE COVR-CRRCD             TO DTC3-INT-DATE-1.
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
           MOVE COVR-CRRCD             TO DTC3-INT-DATE-1.
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
           MOVE COVR-CRRCD             TO CPRM-RATINGDATE
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
           MOVE WSSP-LANGUAGE          TO CPRM-LANGUAGE.
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
              MOVE CPRM-STATUZ         TO S5395-LIFE-ERR
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE CPRM-CALC-PREM         TO WSAA-COMP-NEWPREM (WSAA-IX).
      *
       2690-EXIT.
           EXIT.
      /
       2650-CALC-INSTALMENTS SECTION.
      *******************************
       2651-START.
      *
      *  Instalments paid since the component commenced: whole
      *  billing periods from CRRCD to the paid-to date.  A single
      *  premium counts once.
      *
           MOVE ZERO                   TO WSAA-COMP-INSTNUM (WSAA-IX).
      *
           IF WSAA-PTDATE           NOT > COVR-CRRCD
              GO TO 2659-EXIT
           END-IF.
      *
           IF PAYR-BILLFREQ (1:2)       = '00'
              MOVE 1                   TO WSAA-COMP-INSTNUM (WSAA-IX)
              GO TO 2659-EXIT
           END-IF.
      *
           MOVE COVR-CRRCD             TO DTC3-INT-DATE-1.
           MOVE WSAA-PTDATE            TO DTC3-INT-DATE-2.
           MOVE PAYR-BILLFREQ          TO DTC3-FREQUENCY.
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC3-FREQ-FACTOR       TO WSAA-COMP-INSTNUM (WSAA-IX).
      *
       2659-EXIT.
           EXIT.
      /
       2700-CALC-SUSPENSE SECTION.
      ****************************
       2710-START.
      *
      *  Contract suspense as P5374 locates it: contract currency,
      *  then billing currency, then any.
      *
           PERFORM 2780-READ-T5645.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE T3695                  TO ITEM-ITEMTABL.
           MOVE T5645-SACSTYPE-01      TO ITEM-ITEMITEM.
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
           MOVE ITEM-GENAREA           TO T3695-T3695-REC.
      *
           MOVE ZERO                   TO WSAA-SUSPENSE.
           MOVE 'N'                    TO WSAA-SUSP-IND.
      *
           MOVE SPACES                 TO ACBLENQ-DATA-AREA.
           MOVE ZEROS                  TO ACBLENQ-RLDGACCT.
           MOVE WSSP-COMPANY           TO ACBLENQ-RLDGCOY.
           MOVE S5395-CHDRNUM          TO ACBLENQ-RLDGACCT.
           MOVE T5645-SACSCODE-01      TO ACBLENQ-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO ACBLENQ-SACSTYP.
      *
           PERFORM 2750-CHECK-SUSPENSE
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 3
               OR WSAA-SUSP-IND         = 'Y'.
      *
       2740-EXIT.
           EXIT.
      /
       2750-CHECK-SUSPENSE SECTION.
      *****************************
       2751-START.
      *
           IF WSAA-SUB                  = 1
              MOVE PAYR-CNTCURR        TO ACBLENQ-ORIGCURR
              MOVE READR               TO ACBLENQ-FUNCTION
           ELSE
           IF WSAA-SUB                  = 2
              MOVE PAYR-BILLCURR       TO ACBLENQ-ORIGCURR
              MOVE READR               TO ACBLENQ-FUNCTION
           ELSE
              MOVE SPACE               TO ACBLENQ-ORIGCURR
              MOVE BEGN                TO ACBLENQ-FUNCTION
           END-IF
           END-IF.
      *
           CALL 'ACBLENQIO'         USING ACBLENQ-PARAMS.
      *
           IF  ACBLENQ-STATUZ       NOT = O-K
           AND ACBLENQ-STATUZ       NOT = MRNF
           AND ACBLENQ-STATUZ       NOT = ENDP
               MOVE ACBLENQ-STATUZ     TO SYSR-STATUZ
               MOVE ACBLENQ-PARAMS     TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF  ACBLENQ-STATUZ           = O-K
           AND ACBLENQ-RLDGCOY (1:1)    = WSSP-COMPANY
           AND ACBLENQ-RLDGACCT (1:8)   = S5395-CHDRNUM
           AND ACBLENQ-SACSCODE (1:2)   = T5645-SACSCODE-01
           AND ACBLENQ-SACSTYP (1:2)    = T5645-SACSTYPE-01
           AND ACBLENQ-SACSCURBAL   NOT = ZERO
               IF T3695-SIGN            = '-'
                  COMPUTE WSAA-SUSPENSE = ACBLENQ-SACSCURBAL * -1
               ELSE
                  MOVE ACBLENQ-SACSCURBAL
                                       TO WSAA-SUSPENSE
               END-IF
               MOVE 'Y'                TO WSAA-SUSP-IND
           END-IF.
      *
       2759-EXIT.
           EXIT.
      /
       2780-READ-T5645 SECTION.
      *************************
       2781-START.
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
       2789-EXIT.
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
           PERFORM 3200-UPDATE-CHDR.
           PERFORM 3300-UPDATE-COVRS.
      *
           IF  S5395-ADJMETH            = 'P'
           AND WSAA-PREM-CHANGE     NOT = ZERO
               PERFORM 3400-UPDATE-PAYR
           END-IF.
      *
           PERFORM 3450-UPDATE-LIFE.
      *
           IF WSAA-POST-IND             = 'Y'
              PERFORM 3500-POST-DIFFERENCE
           END-IF.
      *
           PERFORM 3600-WRITE-PTRN.
           PERFORM 3700-REQUEST-LETTER.
      *
       3090-EXIT.
            EXIT.
      /
       3200-UPDATE-CHDR SECTION.
      **************************
       3210-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE S5395-CHDRNUM          TO CHDRLIF-CHDRNUM.
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
       3290-EXIT.
           EXIT.
      /
       3300-UPDATE-COVRS SECTION.
      ***************************
       3310-START.
      *
           MOVE 'N'                    TO WSAA-COVR-EOF.
      *
           INITIALIZE                  COVR-PARAMS.
           MOVE WSSP-COMPANY           TO COVR-CHDRCOY.
           MOVE S5395-CHDRNUM          TO COVR-CHDRNUM.
           MOVE S5395-LIFE             TO COVR-LIFE.
           MOVE COVRREC                TO COVR-FORMAT.
           MOVE BEGNH                  TO COVR-FUNCTION.
      *
           PERFORM 3350-UPDATE-COVR
               UNTIL WSAA-COVR-EOF      = 'Y'.
      *
       3390-EXIT.
           EXIT.
      /
       3350-UPDATE-COVR SECTION.
      **************************
       3351-START.
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
           OR COVR-CHDRCOY          NOT = WSSP-COMPANY
           OR COVR-CHDRNUM          NOT = S5395-CHDRNUM
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 3359-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO COVR-FUNCTION.
      *
           IF COVR-LIFE (1:2)       NOT = S5395-LIFE
           OR COVR-VALIDFLAG (1:1)  NOT = '1'
              GO TO 3359-EXIT
           END-IF.
      *
           MOVE 'N'                    TO WSAA-FOUND.
           PERFORM 3380-FIND-COMP
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > S5395-COMPCNT
               OR WSAA-FOUND            = 'Y'.
      *
           IF WSAA-FOUND            NOT = 'Y'
              GO TO 3359-EXIT
           END-IF.
      *
           SUBTRACT 1                  FROM WSAA-IX.
      *
           IF S5395-ADJMETH             = 'S'
              MOVE WSAA-COMP-NEWSUMI (WSAA-IX)
                                       TO COVR-SUMINS
           ELSE
              MOVE WSAA-COMP-NEWPREM (WSAA-IX)
                                       TO COVR-INSTPREM
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
           MOVE NEXTR                  TO COVR-FUNCTION.
      *
       3359-EXIT.
           EXIT.
      /
       3380-FIND-COMP SECTION.
      ************************
       3381-START.
      *
           IF  WSAA-COMP-COVERAGE (WSAA-IX) = COVR-COVERAGE (1:2)
           AND WSAA-COMP-RIDER (WSAA-IX)    = COVR-RIDER (1:2)
               MOVE 'Y'                TO WSAA-FOUND
           END-IF.
      *
       3389-EXIT.
           EXIT.
      /
       3400-UPDATE-PAYR SECTION.
      **************************
       3410-START.
      *
      *  The corrected premium is billed from the next instalment.
      *
           INITIALIZE                  PAYR-PARAMS.
           MOVE WSSP-COMPANY           TO PAYR-CHDRCOY.
           MOVE S5395-CHDRNUM          TO PAYR-CHDRNUM.
           MOVE 1                      TO PAYR-PAYRSEQNO.
           MOVE PAYRREC                TO PAYR-FORMAT.
           MOVE READH                  TO PAYR-FUNCTION.
      *
           CALL 'PAYRIO'            USING PAYR-PARAMS.
      *
           IF PAYR-STATUZ           NOT = O-K
              MOVE PAYR-STATUZ         TO SYSR-STATUZ
              MOVE PAYR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD WSAA-PREM-CHANGE        TO PAYR-SINSTAMT01
                                          PAYR-SINSTAMT06.
           MOVE CHDRLIF-TRANNO         TO PAYR-TRANNO.
           MOVE PAYRREC                TO PAYR-FORMAT.
           MOVE REWRT                  TO PAYR-FUNCTION.
      *
           CALL 'PAYRIO'            USING PAYR-PARAMS.
      *
           IF PAYR-STATUZ           NOT = O-K
              MOVE PAYR-STATUZ         TO SYSR-STATUZ
              MOVE PAYR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3440-EXIT.
           EXIT.
      /
       3450-UPDATE-LIFE SECTION.
      **************************
       3451-START.
      *
           INITIALIZE                  LIFELNB-PARAMS.
           MOVE WSSP-COMPANY           TO LIFELNB-CHDRCOY.
           MOVE S5395-CHDRNUM          TO LIFELNB-CHDRNUM.
           MOVE S5395-LIFE             TO LIFELNB-LIFE.
           MOVE '00'                   TO LIFELNB-JLIFE.
           MOVE LIFELNBREC             TO LIFELNB-FORMAT.
           MOVE READH                  TO LIFELNB-FUNCTION.
      *
           CALL 'LIFELNBIO'         USING LIFELNB-PARAMS.
      *
           IF LIFELNB-STATUZ        NOT = O-K
              MOVE LIFELNB-STATUZ      TO SYSR-STATUZ
              MOVE LIFELNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE S5395-NEWDOB           TO LIFELNB-CLTDOB.
           MOVE S5395-NEWSEX           TO LIFELNB-CLTSEX.
           MOVE S5395-NEWANB           TO LIFELNB-ANB-AT-CCD.
           MOVE CHDRLIF-TRANNO         TO LIFELNB-TRANNO.
           MOVE LIFELNBREC             TO LIFELNB-FORMAT.
           MOVE REWRT                  TO LIFELNB-FUNCTION.
      *
           CALL 'LIFELNBIO'         USING LIFELNB-PARAMS.
      *
           IF LIFELNB-STATUZ        NOT = O-K
              MOVE LIFELNB-STATUZ      TO SYSR-STATUZ
              MOVE LIFELNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3459-EXIT.
           EXIT.
      /
       3500-POST-DIFFERENCE SECTION.
      ******************************
       3510-START.
      *
      *  Arrears leave suspense (line 01) for premium income (line
      *  02); an excess goes back from premium income to suspense.
      *
           PERFORM 2780-READ-T5645.
      *
           IF S5395-PREMDIFF            > ZERO
              MOVE S5395-PREMDIFF      TO WSAA-POST-AMT
              MOVE '-'                 TO WSAA-SIGN-01
              MOVE '+'                 TO WSAA-SIGN-02
           ELSE
              COMPUTE WSAA-POST-AMT     = S5395-PREMDIFF * -1
              MOVE '+'                 TO WSAA-SIGN-01
              MOVE '-'                 TO WSAA-SIGN-02
           END-IF.
      *
           MOVE 1                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-01      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-01         TO LIFA-GLCODE.
           MOVE WSAA-SIGN-01           TO LIFA-GLSIGN.
           PERFORM 3580-POST-ONE.
      *
           MOVE 2                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-02      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-02         TO LIFA-GLCODE.
           MOVE WSAA-SIGN-02           TO LIFA-GLSIGN.
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
           MOVE S5395-CHDRNUM          TO LIFA-RDOCNUM.
           MOVE WSSP-COMPANY           TO LIFA-RLDGCOY.
           MOVE S5395-CHDRNUM          TO LIFA-RLDGACCT.
           MOVE WSAA-POST-AMT          TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE PAYR-CNTCURR           TO LIFA-ORIGCURR.
           MOVE 'MISSTATEMENT ADJUSTMENT'
                                       TO LIFA-TRANDESC.
           MOVE S5395-CHDRNUM          TO LIFA-TRANREF.
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
       3600-WRITE-PTRN SECTION.
      *************************
       3610-START.
      *
           INITIALIZE                  PTRN-PARAMS.
           MOVE WSKY-BATC-BATCTRCDE    TO PTRN-BATCTRCDE.
           MOVE CHDRLIF-CHDRCOY        TO PTRN-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PTRN-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO PTRN-TRANNO.
           MOVE WSAA-TODAY             TO PTRN-PTRNEFF.
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
       3700-REQUEST-LETTER SECTION.
      *****************************
       3710-START.
      *
      *  The TR384 letter for this transaction and contract type,
      *  falling back to '***', as B5394's 3700-REQUEST-LETTER.
      *
           MOVE WSKY-BATC-BATCTRCDE    TO WSAA-ITEM-BATCTRCDE.
           MOVE CHDRLIF-CNTTYPE        TO WSAA-ITEM-CNTTYPE.
           PERFORM 3750-READ-TR384.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE '***'               TO WSAA-ITEM-CNTTYPE
              PERFORM 3750-READ-TR384
           END-IF.
      *
           IF ITEM-STATUZ           NOT = O-K
              GO TO 3790-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TR384-TR384-REC.
      *
           IF TR384-LETTER-TYPE         = SPACES
              GO TO 3790-EXIT
           END-IF.
      *
           MOVE SPACES                 TO LETRQST-STATUZ.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-REQUEST-COMPANY.
           MOVE TR384-LETTER-TYPE      TO LETRQST-LETTER-TYPE.
           MOVE WSAA-TODAY             TO LETRQST-LETTER-REQUEST-DATE.
           MOVE CHDRLIF-CHDRPFX        TO LETRQST-RDOCPFX.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-RDOCCOY.
           MOVE CHDRLIF-CHDRNUM        TO LETRQST-RDOCNUM.
           MOVE WSSP-LANGUAGE          TO LETRQST-OTHER-KEYS.
           MOVE CHDRLIF-COWNCOY        TO LETRQST-CLNTCOY.
           MOVE CHDRLIF-COWNNUM        TO LETRQST-CLNTNUM.
           MOVE CHDRLIF-DESPNUM        TO LETRQST-DESPNUM.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO LETRQST-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO LETRQST-TRANNO.
           MOVE CHDRLIF-CNTBRANCH      TO LETRQST-BRANCH.
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
       3790-EXIT.
           EXIT.
      /
       3750-READ-TR384 SECTION.
      *************************
       3751-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
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
       3759-EXIT.
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
