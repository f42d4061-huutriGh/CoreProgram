      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5396.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *           TERM TO WHOLE LIFE CONVERSION OPTION
      *           ====================================
      *
      * Exercises the conversion option on an in-force term
      * contract.  The option is held on TV137, keyed by the term
      * contract type: the permanent contract type and component
      * converted to, the highest attained age (next birthday) and
      * the most complete years since issue at which the option
      * may still be taken, and the cessation age of the new
      * component.  No TV137 item - the product has no conversion
      * option.
      *
      * The conversion window is open while the life's attained age
      * is within CNVMAXAGE and the contract has run no more than
      * CNVMAXDUR years since its original commencement.  No new
      * evidence is asked for: the new component carries the
      * mortality class of the term main coverage.  The sum assured
      * converted defaults to the in-force term cover on the life
      * and may be reduced but not increased.
      *
      * The new component is priced at the attained age through its
      * T5687 premium method and T5675 routine, as P5395.
      *
      * On confirmation:
      *
      *   - a proposal is created for the permanent contract (same
      *     owner, servicing agent, currency and billing as the
      *     term contract; commencing today) as B5374 creates one
      *     from an e-application: CHDRLNB, HPAD, LIFELNB and
      *     COVT.  It is issued through the usual pre-issue
      *     validation and issue (P6378 / P5074AT);
      *   - the term contract and its components are given the
      *     T5679 statuses for this transaction.  There is no
      *     surrender benefit;
      *   - the term contract's suspense and the premium paid
      *     beyond today are moved to the new contract's suspense
      *     through this program's T5645 item (01 contract
      *     suspense, 02 premium income);
      *   - the old and new contract numbers are linked on ZCNV
      *     (views ZCNV by new contract, ZCNVOLD by old contract)
      *     so that issue pays no initial commission on the new
      *     contract, underwriting is not re-run, and persistency
      *     (B5386) follows the new contract instead of counting a
      *     lapse and a new sale;
      *   - a PTRN is written and the TR384 letter requested on the
      *     term contract.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2661       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5396'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-OCCDATE                PIC 9(08) VALUE 0.
       01  WSAA-PTDATE                 PIC 9(08) VALUE 0.
       01  WSAA-CESS-DATE              PIC 9(08) VALUE 0.
       01  WSAA-CESS-TERM              PIC 9(03) VALUE 0.
       01  WSAA-DUR-FACTOR             PIC S9(04)V9(05) COMP-3 VALUE 0.
       01  WSAA-SUSPENSE               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-POST-AMT               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-JRNSEQ                 PIC S9(02) COMP-3 VALUE 0.
       01  WSAA-RLDGACCT               PIC X(08) VALUE SPACES.
       01  WSAA-CLTSEX                 PIC X(01) VALUE SPACE.
       01  WSAA-CLTDOB                 PIC 9(08) VALUE 0.
       01  WSAA-SUSP-IND               PIC X(01) VALUE 'N'.
       01  WSAA-STAT-OK                PIC X(01) VALUE 'N'.
       01  WSAA-COVR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
      *
       01  WSAA-TR384-KEY.
           05  WSAA-ITEM-BATCTRCDE     PIC X(04).
           05  WSAA-ITEM-CNTTYPE       PIC X(03).
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  F294                    PIC X(04) VALUE 'F294'.
           03  H118                    PIC X(04) VALUE 'H118'.
           03  EV13                    PIC X(04) VALUE 'EV13'.
           03  EV15                    PIC X(04) VALUE 'EV15'.
           03  EV16                    PIC X(04) VALUE 'EV16'.
           03  EV18                    PIC X(04) VALUE 'EV18'.
      *
       01  TABLES.
           03  T3695                   PIC X(06) VALUE 'T3695'.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  T5675                   PIC X(06) VALUE 'T5675'.
           03  T5679                   PIC X(06) VALUE 'T5679'.
           03  T5687                   PIC X(06) VALUE 'T5687'.
           03  TR384                   PIC X(06) VALUE 'TR384'.
           03  TV137                   PIC X(06) VALUE 'TV137'.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  HPADREC                 PIC X(10) VALUE 'HPADREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  LIFELNBREC              PIC X(10) VALUE 'LIFELNBREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  COVRREC                 PIC X(10) VALUE 'COVRREC'.
           03  COVTREC                 PIC X(10) VALUE 'COVTREC'.
           03  ZCNVREC                 PIC X(10) VALUE 'ZCNVREC'.
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
           COPY CHDRLNBSKM.
           COPY HPADSKM.
           COPY PAYRSKM.
           COPY LIFELNBSKM.
           COPY CLTSSKM.
           COPY COVRSKM.
           COPY COVTSKM.
           COPY ZCNVSKM.
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
           COPY TV137REC.
           COPY PREMIUMREC.
           COPY FREQCPY.
           COPY ALOCNOREC.
           COPY LIFACMVREC.
           COPY LETRQSTREC.
           COPY DATCON1REC.
           COPY DATCON2REC.
           COPY DATCON3REC.
           COPY AGECALCREC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5396SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5396-DATA-AREA.

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
           MOVE SPACES                 TO S5396-DATA-AREA.
           MOVE ZEROES                 TO S5396-OCCDATE
                                          S5396-ANBAGE
                                          S5396-DURATION
                                          S5396-TERMSUMI
                                          S5396-CNVSUMI
                                          S5396-NEWPREM
                                          S5396-SUSPAMT
                                          S5396-PDAHEAD
                                          S5396-XFERAMT.
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
           IF S5396-CHDRNUM             = SPACES
              MOVE E005                TO S5396-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2100-READ-CHDR.
      *
           IF S5396-CHDRNUM-ERR     NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The term contract must be in force (T5679 for this
      *  transaction) and its product must carry the option.
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
              MOVE H118                TO S5396-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2400-READ-TV137.
      *
           IF S5396-CHDRNUM-ERR     NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2170-GET-PAYR.
      *
           PERFORM 2300-READ-LIFE.
      *
           IF S5396-CHDRNUM-ERR     NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2350-READ-CLIENT.
      *
      *  The conversion window: attained age and years in force.
      *
           PERFORM 2380-CALC-AGE.
      *
           IF S5396-CHDRNUM-ERR     NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2450-CALC-DURATION.
      *
           IF S5396-ANBAGE              > TV137-CNVMAXAGE
           OR WSAA-DUR-FACTOR           > TV137-CNVMAXDUR
           OR S5396-ANBAGE          NOT < TV137-CNVCESSAGE
              MOVE EV15                TO S5396-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The term cover in force on the life and its class.
      *
           PERFORM 2500-TERM-COVER.
      *
           IF S5396-TERMSUMI            = ZERO
              MOVE EV13                TO S5396-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5396-CNVSUMI             = ZERO
              MOVE S5396-TERMSUMI      TO S5396-CNVSUMI
           END-IF.
      *
           IF S5396-CNVSUMI             > S5396-TERMSUMI
           OR S5396-CNVSUMI             < ZERO
              MOVE EV18                TO S5396-CNVSUMI-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2600-CALC-PREMIUM.
      *
           IF S5396-CNVSUMI-ERR     NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  Money carried across to the new contract.
      *
           PERFORM 2700-CALC-SUSPENSE.
      *
           IF WSAA-SUSPENSE             > ZERO
              MOVE WSAA-SUSPENSE       TO S5396-SUSPAMT
           END-IF.
      *
           PERFORM 2800-CALC-PAID-AHEAD.
      *
           COMPUTE S5396-XFERAMT        = S5396-SUSPAMT
                                        + S5396-PDAHEAD.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5396-ERROR-INDICATORS
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
           MOVE S5396-CHDRNUM          TO CHDRLIF-CHDRNUM.
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
              MOVE E005                TO S5396-CHDRNUM-ERR
              GO TO 2190-EXIT
           END-IF.
      *
           MOVE CHDRLIF-CNTTYPE        TO S5396-CNTTYPE.
           MOVE CHDRLIF-STATCODE       TO S5396-STATCODE.
           MOVE CHDRLIF-OCCDATE (1:8)  TO WSAA-OCCDATE
                                          S5396-OCCDATE.
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
           MOVE S5396-CHDRNUM          TO PAYR-CHDRNUM.
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
           INITIALIZE                  LIFELNB-PARAMS.
           MOVE WSSP-COMPANY           TO LIFELNB-CHDRCOY.
           MOVE S5396-CHDRNUM          TO LIFELNB-CHDRNUM.
           MOVE '01'                   TO LIFELNB-LIFE.
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
              MOVE E186                TO S5396-CHDRNUM-ERR
              GO TO 2390-EXIT
           END-IF.
      *
           MOVE LIFELNB-LIFCNUM        TO S5396-LIFCNUM.
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
           MOVE S5396-LIFCNUM          TO CLTS-CLNTNUM.
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
           MOVE CLTS-CLTDOB (1:8)      TO WSAA-CLTDOB.
           MOVE CLTS-CLTSEX            TO WSAA-CLTSEX.
      *
       2359-EXIT.
           EXIT.
      /
       2380-CALC-AGE SECTION.
      ***********************
       2381-START.
      *
      *  Attained age next birthday at the new contract's
      *  commencement (today), as P6378's 1900-CALC-AGE.
      *
           INITIALIZE                  AGEC-AGECALC-REC.
           MOVE 'CALCP'                TO AGEC-FUNCTION.
           MOVE WSSP-LANGUAGE          TO AGEC-LANGUAGE.
           MOVE TV137-CNVCNTTYPE       TO AGEC-CNTTYPE.
           MOVE WSAA-CLTDOB            TO AGEC-INT-DATE-1.
           MOVE WSAA-TODAY             TO AGEC-INT-DATE-2.
           MOVE WSSP-FSUCO             TO AGEC-COMPANY.
      *
           CALL 'AGECALC'           USING AGEC-AGECALC-REC.
      *
           IF AGEC-STATUZ           NOT = O-K
              MOVE AGEC-STATUZ         TO S5396-CHDRNUM-ERR
              GO TO 2389-EXIT
           END-IF.
      *
           MOVE AGEC-AGERATING (1:3)   TO S5396-ANBAGE.
      *
       2389-EXIT.
           EXIT.
      /
       2400-READ-TV137 SECTION.
      *************************
       2401-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV137                  TO ITEM-ITEMTABL.
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
           IF ITEM-STATUZ               = MRNF
              MOVE EV16                TO S5396-CHDRNUM-ERR
              GO TO 2409-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV137-TV137-REC.
      *
           IF TV137-CNVCNTTYPE          = SPACES
           OR TV137-CNVCRTABLE          = SPACES
              MOVE EV16                TO S5396-CHDRNUM-ERR
              GO TO 2409-EXIT
           END-IF.
      *
           MOVE TV137-CNVCNTTYPE       TO S5396-CNVTYPE.
           MOVE TV137-CNVCRTABLE       TO S5396-CNVCRTABLE.
      *
       2409-EXIT.
           EXIT.
      /
       2450-CALC-DURATION SECTION.
      ****************************
       2451-START.
      *
      *  Years in force from the original commencement to today.
      *
           MOVE WSAA-OCCDATE           TO DTC3-INT-DATE-1.
           MOVE WSAA-TODAY             TO DTC3-INT-DATE-2.
           MOVE FREQ-YRLY              TO DTC3-FREQUENCY.
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC3-FREQ-FACTOR       TO WSAA-DUR-FACTOR
                                          S5396-DURATION.
      *
       2459-EXIT.
           EXIT.
      /
       2500-TERM-COVER SECTION.
      *************************
       2510-START.
      *
           MOVE ZERO                   TO S5396-TERMSUMI.
           MOVE SPACES                 TO S5396-MORTCLS.
           MOVE 'N'                    TO WSAA-COVR-EOF.
      *
           INITIALIZE                  COVR-PARAMS.
           MOVE WSSP-COMPANY           TO COVR-CHDRCOY.
           MOVE S5396-CHDRNUM          TO COVR-CHDRNUM.
           MOVE '01'                   TO COVR-LIFE.
           MOVE COVRREC                TO COVR-FORMAT.
           MOVE BEGN                   TO COVR-FUNCTION.
      *
           PERFORM 2550-TERM-COMP
               UNTIL WSAA-COVR-EOF      = 'Y'.
      *
       2590-EXIT.
           EXIT.
      /
       2550-TERM-COMP SECTION.
      ************************
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
           OR COVR-CHDRNUM          NOT = S5396-CHDRNUM
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 2559-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO COVR-FUNCTION.
      *
           IF COVR-LIFE (1:2)       NOT = '01'
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
           ADD COVR-SUMINS             TO S5396-TERMSUMI.
      *
      *  The underwriting class is the main coverage's.
      *
           IF  COVR-RIDER (1:2)         = '00'
           AND S5396-MORTCLS            = SPACES
               MOVE COVR-MORTCLS       TO S5396-MORTCLS
           END-IF.
      *
       2559-EXIT.
           EXIT.
      /
       2600-CALC-PREMIUM SECTION.
      ***************************
       2610-START.
      *
      *  The new component's premium method (T5687) and routine
      *  (T5675) as P5395's 2600-CALC-PREMIUM, rated at the
      *  attained age and the term contract's class, from today to
      *  the TV137 cessation age.
      *
           MOVE ZERO                   TO S5396-NEWPREM.
      *
           INITIALIZE                  ITDM-PARAMS.
           MOVE WSSP-COMPANY           TO ITDM-ITEMCOY.
           MOVE T5687                  TO ITDM-ITEMTABL.
           MOVE TV137-CNVCRTABLE       TO ITDM-ITEMITEM.
           MOVE WSAA-TODAY             TO ITDM-ITMFRM.
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
           OR ITDM-ITEMITEM         NOT = TV137-CNVCRTABLE
              MOVE F294                TO S5396-CNVSUMI-ERR
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
      *  Premium and risk cessation at the TV137 age.
      *
           COMPUTE WSAA-CESS-TERM       = TV137-CNVCESSAGE
                                        - S5396-ANBAGE.
      *
           MOVE WSAA-TODAY             TO DTC2-INT-DATE-1.
           MOVE FREQ-YRLY              TO DTC2-FREQUENCY.
           MOVE WSAA-CESS-TERM         TO DTC2-FREQ-FACTOR.
           CALL 'DATCON2'           USING DTC2-DATCON2-REC.
      *
           IF DTC2-STATUZ           NOT = O-K
              MOVE DTC2-STATUZ         TO SYSR-STATUZ
              MOVE DTC2-DATCON2-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC2-INT-DATE-2        TO WSAA-CESS-DATE.
      *
           MOVE 'CALC'                 TO CPRM-FUNCTION.
           MOVE TV137-CNVCRTABLE       TO CPRM-CRTABLE.
           MOVE CHDRLIF-CHDRCOY        TO CPRM-CHDR-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO CPRM-CHDR-CHDRNUM.
           MOVE '01'                   TO CPRM-LIFE-LIFE
                                          CPRM-COVR-COVERAGE.
           MOVE '00'                   TO CPRM-LIFE-JLIFE
                                          CPRM-COVR-RIDER.
           MOVE WSAA-TODAY             TO CPRM-EFFECTDT.
           MOVE WSAA-CESS-DATE         TO CPRM-TERMDATE.
           MOVE PAYR-CNTCURR           TO CPRM-CURRCODE.
           MOVE WSAA-CLTSEX            TO CPRM-LSEX.
           MOVE S5396-ANBAGE           TO CPRM-LAGE.
           MOVE SPACES                 TO CPRM-JLSEX.
           MOVE ZEROES                 TO CPRM-JLAGE.
           MOVE WSAA-CESS-TERM         TO CPRM-DURATION
                                          CPRM-RISK-CESS-TERM.
           MOVE TV137-CNVCNTTYPE       TO CPRM-CNTTYPE.
           MOVE ZEROES                 TO CPRM-BEN-CESS-TERM.
           MOVE S5396-CNVSUMI          TO CPRM-SUMIN.
           MOVE S5396-MORTCLS          TO CPRM-MORTCLS.
           MOVE PAYR-BILLFREQ          TO CPRM-BILLFREQ.
           MOVE PAYR-BILLCHNL          TO CPRM-MOP.
           MOVE WSAA-TODAY             TO CPRM-RATINGDATE
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
              MOVE CPRM-STATUZ         TO S5396-CNVSUMI-ERR
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE CPRM-CALC-PREM         TO S5396-NEWPREM.
      *
       2690-EXIT.
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
           MOVE S5396-CHDRNUM          TO ACBLENQ-RLDGACCT.
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
           AND ACBLENQ-RLDGACCT (1:8)   = S5396-CHDRNUM
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
       2800-CALC-PAID-AHEAD SECTION.
      ******************************
       2801-START.
      *
      *  Premium already paid for cover beyond today: the billing
      *  periods (and part period) from today to the paid-to date
      *  at the current instalment.  None for a single premium.
      *
           MOVE ZERO                   TO S5396-PDAHEAD.
      *
           IF WSAA-PTDATE           NOT > WSAA-TODAY
           OR PAYR-BILLFREQ (1:2)       = '00'
              GO TO 2809-EXIT
           END-IF.
      *
           MOVE WSAA-TODAY             TO DTC3-INT-DATE-1.
           MOVE WSAA-PTDATE            TO DTC3-INT-DATE-2.
           MOVE PAYR-BILLFREQ          TO DTC3-FREQUENCY.
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           COMPUTE S5396-PDAHEAD ROUNDED
                                        = PAYR-SINSTAMT06
                                        * DTC3-FREQ-FACTOR.
      *
       2809-EXIT.
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
           PERFORM 3100-CREATE-PROPOSAL.
           PERFORM 3150-CREATE-LIFE.
           PERFORM 3170-CREATE-COMPONENT.
      *
           PERFORM 3200-TERMINATE-CHDR.
           PERFORM 3300-TERMINATE-COVRS.
      *
           IF S5396-XFERAMT         NOT = ZERO
              PERFORM 3500-TRANSFER-MONEY
           END-IF.
      *
           PERFORM 3550-WRITE-ZCNV.
           PERFORM 3600-WRITE-PTRN.
           PERFORM 3700-REQUEST-LETTER.
      *
       3090-EXIT.
            EXIT.
      /
       3100-CREATE-PROPOSAL SECTION.
      ******************************
       3110-START.
      *
      *  The permanent contract as a proposal, as B5374's
      *  3200-CREATE-PROPOSAL.
      *
           INITIALIZE                  ALNO-ALOCNO-REC.
           MOVE 'NEXT'                 TO ALNO-FUNCTION.
           MOVE 'CH'                   TO ALNO-PREFIX.
           MOVE WSSP-COMPANY           TO ALNO-COMPANY.
      *
           CALL 'ALOCNO'            USING ALNO-ALOCNO-REC.
      *
           IF ALNO-STATUZ           NOT = O-K
              MOVE ALNO-STATUZ         TO SYSR-STATUZ
              MOVE ALNO-ALOCNO-REC     TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ALNO-ALOC-NO           TO S5396-NEWCHDRNUM.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLNB-CHDRCOY.
           MOVE S5396-NEWCHDRNUM       TO CHDRLNB-CHDRNUM.
           MOVE 'CH'                   TO CHDRLNB-CHDRPFX.
           MOVE TV137-CNVCNTTYPE       TO CHDRLNB-CNTTYPE.
           MOVE 'IP'                   TO CHDRLNB-STATCODE.
           MOVE CHDRLIF-COWNPFX        TO CHDRLNB-COWNPFX.
           MOVE CHDRLIF-COWNCOY        TO CHDRLNB-COWNCOY.
           MOVE CHDRLIF-COWNNUM        TO CHDRLNB-COWNNUM.
           MOVE CHDRLIF-AGNTCOY        TO CHDRLNB-AGNTCOY.
           MOVE CHDRLIF-AGNTNUM        TO CHDRLNB-AGNTNUM.
           MOVE CHDRLIF-CNTCURR        TO CHDRLNB-CNTCURR.
           MOVE PAYR-BILLFREQ          TO CHDRLNB-BILLFREQ.
           MOVE PAYR-BILLCHNL          TO CHDRLNB-BILLCHNL.
           MOVE WSAA-TODAY             TO CHDRLNB-OCCDATE.
           MOVE S5396-NEWPREM          TO CHDRLNB-SINSTAMT01
                                          CHDRLNB-SINSTAMT06.
           MOVE 1                      TO CHDRLNB-TRANNO.
           MOVE CHDRLNBREC             TO CHDRLNB-FORMAT.
           MOVE WRITR                  TO CHDRLNB-FUNCTION.
      *
           CALL 'CHDRLNBIO'         USING CHDRLNB-PARAMS.
      *
           IF CHDRLNB-STATUZ        NOT = O-K
              MOVE CHDRLNB-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  The proposal header dates, as B5374.  No underwriting is
      *  asked for on a conversion, so the decision is dated today.
      *
           INITIALIZE                  HPAD-PARAMS.
           MOVE WSSP-COMPANY           TO HPAD-CHDRCOY.
           MOVE S5396-NEWCHDRNUM       TO HPAD-CHDRNUM.
           MOVE '1'                    TO HPAD-VALIDFLAG.
           MOVE WSAA-TODAY             TO HPAD-HPROPDTE
                                          HPAD-HPRRCVDT
                                          HPAD-HUWDCDTE.
           MOVE HPADREC                TO HPAD-FORMAT.
           MOVE WRITR                  TO HPAD-FUNCTION.
      *
           CALL 'HPADIO'            USING HPAD-PARAMS.
      *
           IF HPAD-STATUZ           NOT = O-K
              MOVE HPAD-STATUZ         TO SYSR-STATUZ
              MOVE HPAD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3150-CREATE-LIFE SECTION.
      **************************
       3151-START.
      *
           INITIALIZE                  LIFELNB-PARAMS.
           MOVE WSSP-COMPANY           TO LIFELNB-CHDRCOY.
           MOVE S5396-NEWCHDRNUM       TO LIFELNB-CHDRNUM.
           MOVE '01'                   TO LIFELNB-LIFE.
           MOVE '00'                   TO LIFELNB-JLIFE.
           MOVE S5396-LIFCNUM          TO LIFELNB-LIFCNUM.
           MOVE WSAA-CLTDOB            TO LIFELNB-CLTDOB.
           MOVE WSAA-CLTSEX            TO LIFELNB-CLTSEX.
           MOVE S5396-ANBAGE           TO LIFELNB-ANB-AT-CCD.
           MOVE LIFELNBREC             TO LIFELNB-FORMAT.
           MOVE WRITR                  TO LIFELNB-FUNCTION.
      *
           CALL 'LIFELNBIO'         USING LIFELNB-PARAMS.
      *
           IF LIFELNB-STATUZ        NOT = O-K
              MOVE LIFELNB-STATUZ      TO SYSR-STATUZ
              MOVE LIFELNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3159-EXIT.
           EXIT.
      /
       3170-CREATE-COMPONENT SECTION.
      *******************************
       3171-START.
      *
           INITIALIZE                  COVT-PARAMS.
           MOVE WSSP-COMPANY           TO COVT-CHDRCOY.
           MOVE S5396-NEWCHDRNUM       TO COVT-CHDRNUM.
           MOVE '01'                   TO COVT-LIFE.
           MOVE '01'                   TO COVT-COVERAGE.
           MOVE '00'                   TO COVT-RIDER.
           MOVE TV137-CNVCRTABLE       TO COVT-CRTABLE.
           MOVE S5396-CNVSUMI          TO COVT-SUMINS.
           MOVE S5396-NEWPREM          TO COVT-INSTPREM.
           MOVE S5396-MORTCLS          TO COVT-MORTCLS.
           MOVE WSAA-TODAY             TO COVT-EFFDATE.
           MOVE 1                      TO COVT-TRANNO.
           MOVE COVTREC                TO COVT-FORMAT.
           MOVE WRITR                  TO COVT-FUNCTION.
      *
           CALL 'COVTIO'            USING COVT-PARAMS.
      *
           IF COVT-STATUZ           NOT = O-K
              MOVE COVT-STATUZ         TO SYSR-STATUZ
              MOVE COVT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3179-EXIT.
           EXIT.
      /
       3200-TERMINATE-CHDR SECTION.
      *****************************
       3210-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE S5396-CHDRNUM          TO CHDRLIF-CHDRNUM.
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
           MOVE T5679-SET-CN-RISK-STAT TO CHDRLIF-STATCODE.
           MOVE T5679-SET-CN-PREM-STAT TO CHDRLIF-PSTATCODE.
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
       3300-TERMINATE-COVRS SECTION.
      ******************************
       3310-START.
      *
           MOVE 'N'                    TO WSAA-COVR-EOF.
      *
           INITIALIZE                  COVR-PARAMS.
           MOVE WSSP-COMPANY           TO COVR-CHDRCOY.
           MOVE S5396-CHDRNUM          TO COVR-CHDRNUM.
           MOVE COVRREC                TO COVR-FORMAT.
           MOVE BEGNH                  TO COVR-FUNCTION.
      *
           PERFORM 3350-TERMINATE-COVR
               UNTIL WSAA-COVR-EOF      = 'Y'.
      *
       3390-EXIT.
           EXIT.
      /
       3350-TERMINATE-COVR SECTION.
      *****************************
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
           OR COVR-CHDRNUM          NOT = S5396-CHDRNUM
              MOVE 'Y'                 TO WSAA-COVR-EOF
              GO TO 3359-EXIT
           END-IF.
      *
           IF COVR-VALIDFLAG (1:1)      = '1'
              MOVE T5679-SET-COV-RISK-STAT
                                       TO COVR-STATCODE
              MOVE T5679-SET-COV-PREM-STAT
                                       TO COVR-PSTATCODE
              MOVE CHDRLIF-TRANNO      TO COVR-TRANNO
              MOVE COVRREC             TO COVR-FORMAT
              MOVE REWRT               TO COVR-FUNCTION
      *
              CALL 'COVRIO'         USING COVR-PARAMS
      *
              IF COVR-STATUZ        NOT = O-K
                 MOVE COVR-STATUZ      TO SYSR-STATUZ
                 MOVE COVR-PARAMS      TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
           END-IF.
      *
           MOVE NEXTR                  TO COVR-FUNCTION.
      *
       3359-EXIT.
           EXIT.
      /
       3500-TRANSFER-MONEY SECTION.
      *****************************
       3510-START.
      *
      *  The term contract's suspense (line 01) and the premium
      *  paid ahead, released from premium income (line 02), are
      *  taken off the term contract and put to the new contract's
      *  suspense (line 01).
      *
           PERFORM 2780-READ-T5645.
           MOVE ZERO                   TO WSAA-JRNSEQ.
      *
           IF S5396-SUSPAMT         NOT = ZERO
              ADD 1                    TO WSAA-JRNSEQ
              MOVE S5396-CHDRNUM       TO WSAA-RLDGACCT
              MOVE S5396-SUSPAMT       TO WSAA-POST-AMT
              MOVE T5645-SACSCODE-01   TO LIFA-SACSCODE
              MOVE T5645-SACSTYPE-01   TO LIFA-SACSTYP
              MOVE T5645-GLMAP-01      TO LIFA-GLCODE
              MOVE '-'                 TO LIFA-GLSIGN
              PERFORM 3580-POST-ONE
           END-IF.
      *
           IF S5396-PDAHEAD         NOT = ZERO
              ADD 1                    TO WSAA-JRNSEQ
              MOVE S5396-CHDRNUM       TO WSAA-RLDGACCT
              MOVE S5396-PDAHEAD       TO WSAA-POST-AMT
              MOVE T5645-SACSCODE-02   TO LIFA-SACSCODE
              MOVE T5645-SACSTYPE-02   TO LIFA-SACSTYP
              MOVE T5645-GLMAP-02      TO LIFA-GLCODE
              MOVE '-'                 TO LIFA-GLSIGN
              PERFORM 3580-POST-ONE
           END-IF.
      *
           ADD 1                       TO WSAA-JRNSEQ.
           MOVE S5396-NEWCHDRNUM       TO WSAA-RLDGACCT.
           MOVE S5396-XFERAMT          TO WSAA-POST-AMT.
           MOVE T5645-SACSCODE-01      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-01         TO LIFA-GLCODE.
           MOVE '+'                    TO LIFA-GLSIGN.
           PERFORM 3580-POST-ONE.
      *
       3549-EXIT.
           EXIT.
      /
       3550-WRITE-ZCNV SECTION.
      *************************
       3551-START.
      *
           INITIALIZE                  ZCNV-PARAMS.
           MOVE WSSP-COMPANY           TO ZCNV-CHDRCOY.
           MOVE S5396-CHDRNUM          TO ZCNV-OLDCHDRNUM.
           MOVE S5396-NEWCHDRNUM       TO ZCNV-NEWCHDRNUM.
           MOVE WSAA-TODAY             TO ZCNV-CNVDATE.
           MOVE WSAA-OCCDATE           TO ZCNV-ORIGOCC.
           MOVE S5396-MORTCLS          TO ZCNV-MORTCLS.
           MOVE S5396-CNVSUMI          TO ZCNV-SUMINS.
           MOVE S5396-XFERAMT          TO ZCNV-SUSPAMT.
           MOVE CHDRLIF-TRANNO         TO ZCNV-TRANNO.
           MOVE ZCNVREC                TO ZCNV-FORMAT.
           MOVE WRITR                  TO ZCNV-FUNCTION.
      *
           CALL 'ZCNVIO'            USING ZCNV-PARAMS.
      *
           IF ZCNV-STATUZ           NOT = O-K
              MOVE ZCNV-STATUZ         TO SYSR-STATUZ
              MOVE ZCNV-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3559-EXIT.
           EXIT.
      /
       3580-POST-ONE SECTION.
      ***********************
       3581-START.
      *
           MOVE WSSP-BATCHKEY          TO LIFA-BATCKEY.
           MOVE 'PSTW'                 TO LIFA-FUNCTION.
           MOVE S5396-CHDRNUM          TO LIFA-RDOCNUM.
           MOVE WSSP-COMPANY           TO LIFA-RLDGCOY.
           MOVE WSAA-RLDGACCT          TO LIFA-RLDGACCT.
           MOVE WSAA-POST-AMT          TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE PAYR-CNTCURR           TO LIFA-ORIGCURR.
           MOVE 'TERM CONVERSION'      TO LIFA-TRANDESC.
           MOVE S5396-NEWCHDRNUM       TO LIFA-TRANREF.
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
