      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5394.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *           UNIT-LINKED SINGLE PREMIUM TOP-UP
      *           =================================
      *
      * Accepts an ad-hoc single premium top-up on an in-force
      * unit-linked contract (a TV103 item exists for the contract
      * type), paid from money already receipted to the contract's
      * suspense.
      *
      * The top-up rules are on TV132, keyed by contract type.  A
      * contract type with no TV132 item does not take top-ups:
      *
      *     TUMINAMT  smallest top-up accepted
      *     TUMAXAMT  largest top-up accepted (zero - no maximum)
      *     TUCHGPC   allocation charge, percent of the top-up
      *     TUCHGFLT  allocation charge, flat amount
      *
      * The top-up may not exceed the suspense held (located as
      * P5374 does: contract currency, billing currency, then any)
      * less the net amount of any earlier top-up still pending on
      * the ZTUP register, which B5395 has yet to take from it.
      *
      * The money is invested by the contract's ZFDR premium
      * direction unless a one-off split is keyed on the screen -
      * up to five funds, each with a current ZUPR price, the
      * percentages totalling 100.  A one-off split applies to this
      * top-up only; ZFDR is not changed (P5380 redirects future
      * premiums).
      *
      * On confirmation the allocation charge is taken from
      * suspense through this program's T5645 item (01 contract
      * suspense, 02 allocation charge income), a paid LINS
      * instalment of type 'T' is written for the gross top-up
      * carrying the net amount to invest in INSTAMT01 and the
      * charge in INSTAMT02, the top-up and its split are recorded
      * on the ZTUP register, and a PTRN is written.  B5395
      * allocates the net amount into units on its next run.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2656       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5394'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-SUSPENSE               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-POST-AMT               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-PCT-TOTAL              PIC S9(05)V9(02) COMP-3 VALUE 0.
       01  WSAA-JRNSEQ                 PIC S9(02) COMP-3 VALUE 0.
       01  WSAA-SUSP-IND               PIC X(01) VALUE 'N'.
       01  WSAA-ZTUP-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-STAT-OK                PIC X(01) VALUE 'N'.
       01  WSAA-SPLIT-IND              PIC X(01) VALUE 'Z'.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
       01  WSAA-IX                     PIC 9(02) VALUE 0.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  H118                    PIC X(04) VALUE 'H118'.
           03  EV09                    PIC X(04) VALUE 'EV09'.
           03  EV10                    PIC X(04) VALUE 'EV10'.
           03  EV11                    PIC X(04) VALUE 'EV11'.
      *
       01  TABLES.
           03  T3695                   PIC X(06) VALUE 'T3695'.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  T5679                   PIC X(06) VALUE 'T5679'.
           03  TV103                   PIC X(06) VALUE 'TV103'.
           03  TV132                   PIC X(06) VALUE 'TV132'.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  LINSRNLREC              PIC X(10) VALUE 'LINSRNLREC'.
           03  ZUPRREC                 PIC X(10) VALUE 'ZUPRREC'.
           03  ZTUPREC                 PIC X(10) VALUE 'ZTUPREC'.
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
           COPY LINSRNLSKM.
           COPY ZUPRSKM.
           COPY ZTUPSKM.
           COPY PTRNSKM.
           COPY ITEMSKM.
           COPY ACBLENQSKM.
      /
           COPY T3695REC.
           COPY T5645REC.
           COPY T5679REC.
           COPY TV132REC.
           COPY LIFACMVREC.
           COPY DATCON1REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5394SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5394-DATA-AREA.

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
           MOVE SPACES                 TO S5394-DATA-AREA.
           MOVE ZEROES                 TO S5394-SUSPAMT
                                          S5394-TOPUPAMT
                                          S5394-CHGAMT
                                          S5394-NETAMT.
      *
           PERFORM 1100-CLEAR-PCT
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 5.
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
       1100-CLEAR-PCT SECTION.
      ************************
       1110-START.
      *
           MOVE ZEROES                 TO S5394-ALOCPC (WSAA-IX).
      *
       1190-EXIT.
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
           IF S5394-CHDRNUM             = SPACES
              MOVE E005                TO S5394-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2100-READ-CHDR.
      *
           IF S5394-CHDRNUM-ERR     NOT = SPACES
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
              MOVE H118                TO S5394-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  Unit-linked contract types only, and the product must
      *  take top-ups.
      *
           PERFORM 2300-CHECK-UL.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE H118                TO S5394-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2350-READ-TV132.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE EV09                TO S5394-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2170-GET-PAYR.
           PERFORM 2400-CALC-SUSPENSE.
           MOVE WSAA-SUSPENSE          TO S5394-SUSPAMT.
      *
      *  Amount: within the product limits and covered by suspense.
      *
           IF S5394-TOPUPAMT        NOT > ZERO
              MOVE E186                TO S5394-TOPUPAMT-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5394-TOPUPAMT            < TV132-TUMINAMT
              MOVE EV10                TO S5394-TOPUPAMT-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF  TV132-TUMAXAMT            > ZERO
           AND S5394-TOPUPAMT            > TV132-TUMAXAMT
               MOVE EV10               TO S5394-TOPUPAMT-ERR
               GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5394-TOPUPAMT            > WSAA-SUSPENSE
              MOVE EV11                TO S5394-TOPUPAMT-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  Allocation charge; something must be left to invest.
      *
           COMPUTE S5394-CHGAMT ROUNDED = S5394-TOPUPAMT
                                        * TV132-TUCHGPC / 100
                                        + TV132-TUCHGFLT.
      *
           COMPUTE S5394-NETAMT         = S5394-TOPUPAMT
                                        - S5394-CHGAMT.
      *
           IF S5394-NETAMT          NOT > ZERO
              MOVE EV10                TO S5394-TOPUPAMT-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2500-EDIT-SPLIT.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5394-ERROR-INDICATORS
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
           MOVE S5394-CHDRNUM          TO CHDRLIF-CHDRNUM.
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
              MOVE E005                TO S5394-CHDRNUM-ERR
              GO TO 2190-EXIT
           END-IF.
      *
           MOVE CHDRLIF-CNTTYPE        TO S5394-CNTTYPE.
           MOVE CHDRLIF-STATCODE       TO S5394-STATCODE.
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
           MOVE S5394-CHDRNUM          TO PAYR-CHDRNUM.
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
       2300-CHECK-UL SECTION.
      ***********************
       2310-START.
      *
      *  The same TV103 test B5395 makes before unitising.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV103                  TO ITEM-ITEMTABL.
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
       2390-EXIT.
           EXIT.
      /
       2350-READ-TV132 SECTION.
      *************************
       2351-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV132                  TO ITEM-ITEMTABL.
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
              MOVE ITEM-GENAREA        TO TV132-TV132-REC
           ELSE
              INITIALIZE                  TV132-TV132-REC
           END-IF.
      *
       2359-EXIT.
           EXIT.
      /
       2400-CALC-SUSPENSE SECTION.
      ****************************
       2410-START.
      *
      *  Contract suspense as P5374 locates it: contract currency,
      *  then billing currency, then any.
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
           MOVE S5394-CHDRNUM          TO ACBLENQ-RLDGACCT.
           MOVE T5645-SACSCODE-01      TO ACBLENQ-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO ACBLENQ-SACSTYP.
      *
           PERFORM 2450-CHECK-SUSPENSE
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 3
               OR WSAA-SUSP-IND         = 'Y'.
      *
      *  Less top-ups keyed but not yet allocated by B5395 - their
      *  net amount is still in suspense but already spoken for.
      *
           MOVE 'N'                    TO WSAA-ZTUP-EOF.
      *
           INITIALIZE                  ZTUP-PARAMS.
           MOVE WSSP-COMPANY           TO ZTUP-CHDRCOY.
           MOVE S5394-CHDRNUM          TO ZTUP-CHDRNUM.
           MOVE ZEROES                 TO ZTUP-TRANNO.
           MOVE ZTUPREC                TO ZTUP-FORMAT.
           MOVE BEGN                   TO ZTUP-FUNCTION.
      *
           PERFORM 2470-PENDING-TOPUP
               UNTIL WSAA-ZTUP-EOF      = 'Y'.
      *
       2490-EXIT.
           EXIT.
      /
       2450-CHECK-SUSPENSE SECTION.
      *****************************
       2451-START.
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
           AND ACBLENQ-RLDGACCT (1:8)   = S5394-CHDRNUM
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
       2459-EXIT.
           EXIT.
      /
       2470-PENDING-TOPUP SECTION.
      ****************************
       2471-START.
      *
           CALL 'ZTUPIO'            USING ZTUP-PARAMS.
      *
           IF ZTUP-STATUZ           NOT = O-K AND ENDP
              MOVE ZTUP-STATUZ         TO SYSR-STATUZ
              MOVE ZTUP-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZTUP-STATUZ               = ENDP
           OR ZTUP-CHDRCOY          NOT = WSSP-COMPANY
           OR ZTUP-CHDRNUM          NOT = S5394-CHDRNUM
              MOVE 'Y'                 TO WSAA-ZTUP-EOF
              GO TO 2479-EXIT
           END-IF.
      *
           IF ZTUP-TUPSTAT              = 'P'
              SUBTRACT ZTUP-NETAMT   FROM WSAA-SUSPENSE
           END-IF.
      *
           MOVE NEXTR                  TO ZTUP-FUNCTION.
      *
       2479-EXIT.
           EXIT.
      /
       2500-EDIT-SPLIT SECTION.
      *************************
       2510-START.
      *
      *  No funds keyed - the contract's ZFDR direction applies.
      *  Otherwise every fund keyed must be priced and the split
      *  must total exactly 100 percent, as P5380 requires.
      *
           IF S5394-FUNDS               = SPACES
              MOVE 'Z'                 TO WSAA-SPLIT-IND
              GO TO 2590-EXIT
           END-IF.
      *
           MOVE 'S'                    TO WSAA-SPLIT-IND.
           MOVE ZERO                   TO WSAA-PCT-TOTAL.
      *
           PERFORM 2550-EDIT-ONE-FUND
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 5.
      *
           IF WSAA-PCT-TOTAL        NOT = 100
              MOVE E186                TO S5394-ALOCPC-ERR
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2550-EDIT-ONE-FUND SECTION.
      ****************************
       2551-START.
      *
           IF S5394-VRTFUND (WSAA-IX)   = SPACES
              IF S5394-ALOCPC (WSAA-IX) NOT = ZERO
                 MOVE E186             TO S5394-VRTFUND-ERR
              END-IF
              GO TO 2559-EXIT
           END-IF.
      *
           IF S5394-ALOCPC (WSAA-IX) NOT > ZERO
              MOVE E186                TO S5394-ALOCPC-ERR
              GO TO 2559-EXIT
           END-IF.
      *
           ADD S5394-ALOCPC (WSAA-IX)  TO WSAA-PCT-TOTAL.
      *
           INITIALIZE                  ZUPR-PARAMS.
           MOVE S5394-VRTFUND (WSAA-IX)
                                       TO ZUPR-VRTFUND.
           MOVE ZUPRREC                TO ZUPR-FORMAT.
           MOVE READR                  TO ZUPR-FUNCTION.
      *
           CALL 'ZUPRIO'            USING ZUPR-PARAMS.
      *
           IF ZUPR-STATUZ           NOT = O-K AND MRNF
              MOVE ZUPR-STATUZ         TO SYSR-STATUZ
              MOVE ZUPR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZUPR-STATUZ               = MRNF
           OR ZUPR-OFFPRICE         NOT > ZERO
              MOVE E186                TO S5394-VRTFUND-ERR
           END-IF.
      *
       2559-EXIT.
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
           PERFORM 3500-POST-CHARGE.
           PERFORM 3300-WRITE-LINS.
           PERFORM 3400-WRITE-ZTUP.
           PERFORM 3600-WRITE-PTRN.
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
           MOVE S5394-CHDRNUM          TO CHDRLIF-CHDRNUM.
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
           PERFORM 2170-GET-PAYR.
      *
       3290-EXIT.
           EXIT.
      /
       3300-WRITE-LINS SECTION.
      *************************
       3310-START.
      *
      *  A paid instalment of type 'T' - B5395 picks it up as any
      *  other paid, unallocated instalment and invests the net
      *  amount in INSTAMT01.
      *
           INITIALIZE                  LINSRNL-PARAMS.
           MOVE WSSP-COMPANY           TO LINSRNL-CHDRCOY.
           MOVE S5394-CHDRNUM          TO LINSRNL-CHDRNUM.
           MOVE 1                      TO LINSRNL-PAYRSEQNO.
           MOVE 'T'                    TO LINSRNL-INSTTYPE.
           MOVE '00'                   TO LINSRNL-INSTFREQ.
           MOVE WSAA-TODAY             TO LINSRNL-INSTFROM
                                          LINSRNL-INSTTO
                                          LINSRNL-BILLCD.
           MOVE S5394-TOPUPAMT         TO LINSRNL-CBILLAMT.
           MOVE S5394-NETAMT           TO LINSRNL-INSTAMT01.
           MOVE S5394-CHGAMT           TO LINSRNL-INSTAMT02.
           MOVE S5394-TOPUPAMT         TO LINSRNL-INSTAMT06.
           MOVE PAYR-CNTCURR           TO LINSRNL-CNTCURR.
           MOVE 'P'                    TO LINSRNL-PAYFLAG.
           MOVE '1'                    TO LINSRNL-VALIDFLAG.
           MOVE 'N'                    TO LINSRNL-ALOCFLAG.
           MOVE CHDRLIF-TRANNO         TO LINSRNL-TRANNO.
           MOVE WSKY-BATC-BATCTRCDE    TO LINSRNL-TRANSCODE.
           MOVE LINSRNLREC             TO LINSRNL-FORMAT.
           MOVE WRITR                  TO LINSRNL-FUNCTION.
      *
           CALL 'LINSRNLIO'         USING LINSRNL-PARAMS.
      *
           IF LINSRNL-STATUZ        NOT = O-K
              MOVE LINSRNL-STATUZ      TO SYSR-STATUZ
              MOVE LINSRNL-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3390-EXIT.
           EXIT.
      /
       3400-WRITE-ZTUP SECTION.
      *************************
       3410-START.
      *
           INITIALIZE                  ZTUP-PARAMS.
           MOVE WSSP-COMPANY           TO ZTUP-CHDRCOY.
           MOVE S5394-CHDRNUM          TO ZTUP-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO ZTUP-TRANNO.
           MOVE WSAA-TODAY             TO ZTUP-EFFDATE.
           MOVE S5394-TOPUPAMT         TO ZTUP-TOPUPAMT.
           MOVE S5394-CHGAMT           TO ZTUP-CHGAMT.
           MOVE S5394-NETAMT           TO ZTUP-NETAMT.
           MOVE WSAA-SPLIT-IND         TO ZTUP-SPLITIND.
      *
           IF WSAA-SPLIT-IND            = 'S'
              PERFORM 3450-COPY-SPLIT
                  VARYING WSAA-IX FROM 1 BY 1
                  UNTIL WSAA-IX         > 5
           END-IF.
      *
           MOVE 'P'                    TO ZTUP-TUPSTAT.
           MOVE ZEROES                 TO ZTUP-ALOCDATE.
           MOVE ZTUPREC                TO ZTUP-FORMAT.
           MOVE WRITR                  TO ZTUP-FUNCTION.
      *
           CALL 'ZTUPIO'            USING ZTUP-PARAMS.
      *
           IF ZTUP-STATUZ           NOT = O-K
              MOVE ZTUP-STATUZ         TO SYSR-STATUZ
              MOVE ZTUP-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3490-EXIT.
           EXIT.
      /
       3450-COPY-SPLIT SECTION.
      *************************
       3451-START.
      *
           MOVE S5394-VRTFUND (WSAA-IX)
                                       TO ZTUP-VRTFUND (WSAA-IX).
           MOVE S5394-ALOCPC (WSAA-IX) TO ZTUP-ALOCPC (WSAA-IX).
      *
       3459-EXIT.
           EXIT.
      /
       3500-POST-CHARGE SECTION.
      **************************
       3510-START.
      *
      *  The allocation charge leaves suspense (line 01) for the
      *  charge income account (line 02).  The net amount stays in
      *  suspense until B5395 moves it to the funds.
      *
           IF S5394-CHGAMT          NOT > ZERO
              GO TO 3590-EXIT
           END-IF.
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
           MOVE S5394-CHGAMT           TO WSAA-POST-AMT.
      *
           MOVE 1                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-01      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-01         TO LIFA-GLCODE.
           MOVE '-'                    TO LIFA-GLSIGN.
           PERFORM 3580-POST-ONE.
      *
           MOVE 2                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-02      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-02         TO LIFA-GLCODE.
           MOVE '+'                    TO LIFA-GLSIGN.
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
           MOVE S5394-CHDRNUM          TO LIFA-RDOCNUM.
           MOVE WSSP-COMPANY           TO LIFA-RLDGCOY.
           MOVE S5394-CHDRNUM          TO LIFA-RLDGACCT.
           MOVE WSAA-POST-AMT          TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE PAYR-CNTCURR           TO LIFA-ORIGCURR.
           MOVE 'TOP-UP CHARGE'        TO LIFA-TRANDESC.
           MOVE S5394-CHDRNUM          TO LIFA-TRANREF.
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
