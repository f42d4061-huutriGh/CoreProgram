      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5411.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *           SUSPENSE TRANSFER BETWEEN CONTRACTS
      *           ===================================
      *
      * Moves money a customer paid to the wrong policy - or wants
      * applied to another of their policies - from one contract's
      * LP S suspense to another's, without reversing the receipt.
      * The receipt (RBNK/RDOC) and any invoice it settled are left
      * as they stand; the money moves only on the sub-ledger:
      *
      *  - both contracts must exist, be different contracts in the
      *    same contract currency, and be free of a legal hold (ZHLD,
      *    P5398); the accounting period must be open (ZPERCHK);
      *  - the amount must be more than zero and no more than the
      *    source contract's suspense balance, found as P5374 finds
      *    it - contract currency, billing currency, then any;
      *  - an amount over the TV115 limit for the transaction code
      *    needs a second signature: ZAUTHCHK queues it for P5385
      *    and the transfer is refused until it is approved there,
      *    when the same amount keyed again by the maker goes
      *    through;
      *  - the postings go through this program's T5645 item, line
      *    01 the contract suspense: out of the source contract and
      *    into the target, each ACMV carrying the other contract in
      *    its reference;
      *  - both contracts take a new TRANNO and a PTRN; the two are
      *    linked on the new ZSTR transfer register, which holds the
      *    pair of TRANNOs with the branch, user, maker and checker
      *    and the reason - the register B5464 reports each month.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2698       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5411'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-CHDRNUM                PIC X(08) VALUE SPACES.
       01  WSAA-OTHER-CHDRNUM          PIC X(08) VALUE SPACES.
       01  WSAA-FROM-CURR              PIC X(03) VALUE SPACES.
       01  WSAA-TO-CURR                PIC X(03) VALUE SPACES.
       01  WSAA-BILLCURR               PIC X(03) VALUE SPACES.
       01  WSAA-FROM-TRANNO            PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-TO-TRANNO              PIC S9(05) COMP-3 VALUE 0.
      *
       01  WSAA-SUSPENSE               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-SUSP-IND               PIC X(01) VALUE 'N'.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
      *
       01  WSAA-MAKERID                PIC X(08) VALUE SPACES.
       01  WSAA-CHECKERID              PIC X(08) VALUE SPACES.
      *
       01  WSAA-ENTITYKEY.
           05  WSAA-ENT-FROMCHDR       PIC X(08).
           05  WSAA-ENT-TOCHDR         PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
      *
       01  WSAA-TRANREF.
           05  WSAA-TREF-TEXT          PIC X(10) VALUE 'SUSP TRF '.
           05  WSAA-TREF-CHDRNUM       PIC X(08).
           05  FILLER                  PIC X(12) VALUE SPACES.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  E544                    PIC X(04) VALUE 'E544'.
           03  EV01                    PIC X(04) VALUE 'EV01'.
           03  EV02                    PIC X(04) VALUE 'EV02'.
           03  EV22                    PIC X(04) VALUE 'EV22'.
           03  EV49                    PIC X(04) VALUE 'EV49'.
      *
       01  TABLES.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  T3695                   PIC X(06) VALUE 'T3695'.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZSTRREC                 PIC X(10) VALUE 'ZSTRREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
           COPY BATCKEY.
      /
           COPY CHDRLIFSKM.
           COPY PAYRSKM.
           COPY PTRNSKM.
           COPY ITEMSKM.
           COPY ACBLENQSKM.
           COPY ZSTRSKM.
           COPY T5645REC.
           COPY T3695REC.
           COPY LIFACMVREC.
           COPY ZPERCHKREC.
           COPY ZAUTHCHKREC.
           COPY ZHLDCHKREC.
           COPY NAMADRSREC.
           COPY DATCON1REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5411SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5411-DATA-AREA.

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
           MOVE SPACES                 TO S5411-DATA-AREA.
           MOVE ZEROES                 TO S5411-SUSPAMT
                                          S5411-TRFAMT.
      *
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-EXT-DATE          TO WSAA-TODAY.
      *
           MOVE WSSP-BATCHKEY          TO WSKY-BATC-FILE-KEY.
      *
      *  The suspense dissection: T5645 line 01 and its sign.
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
      *  Nothing may be posted to a closed accounting period.
      *
           INITIALIZE                  ZPER-ZPERCHK-REC.
           MOVE WSSP-COMPANY           TO ZPER-COMPANY.
           MOVE WSSP-ACCTYEAR          TO ZPER-ACCTYEAR.
           MOVE WSSP-ACCTMONTH         TO ZPER-ACCTMONTH.
           MOVE WSSP-USERID            TO ZPER-USERID.
      *
           CALL 'ZPERCHK'           USING ZPER-ZPERCHK-REC.
      *
           IF ZPER-STATUZ           NOT = O-K
              MOVE ZPER-STATUZ         TO SYSR-STATUZ
              MOVE ZPER-ZPERCHK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZPER-ALLOW            NOT = 'Y'
              MOVE EV01                TO S5411-FROMCHDR-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The contract the money comes from ...
      *
           MOVE SPACES                 TO S5411-FROMNAME
                                          S5411-TONAME
                                          S5411-CURRCODE.
           MOVE ZEROES                 TO S5411-SUSPAMT.
      *
           IF S5411-FROMCHDR            = SPACES
              MOVE E005                TO S5411-FROMCHDR-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE S5411-FROMCHDR         TO WSAA-CHDRNUM.
           PERFORM 2100-READ-CONTRACT.
      *
           IF CHDRLIF-STATUZ            = MRNF
              MOVE E005                TO S5411-FROMCHDR-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF ZHCK-HELD                 = 'Y'
              MOVE EV22                TO S5411-FROMCHDR-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE NMAD-NAME              TO S5411-FROMNAME.
           MOVE PAYR-CNTCURR           TO WSAA-FROM-CURR.
           MOVE PAYR-BILLCURR          TO WSAA-BILLCURR.
           MOVE WSAA-FROM-CURR         TO S5411-CURRCODE.
      *
           PERFORM 2400-CALC-SUSPENSE.
      *
           MOVE WSAA-SUSPENSE          TO S5411-SUSPAMT.
      *
      *  ... and the contract it goes to: another contract, in the
      *  same currency.
      *
           IF S5411-TOCHDR              = SPACES
              MOVE E005                TO S5411-TOCHDR-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5411-TOCHDR              = S5411-FROMCHDR
              MOVE EV49                TO S5411-TOCHDR-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE S5411-TOCHDR           TO WSAA-CHDRNUM.
           PERFORM 2100-READ-CONTRACT.
      *
           IF CHDRLIF-STATUZ            = MRNF
              MOVE E005                TO S5411-TOCHDR-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF ZHCK-HELD                 = 'Y'
              MOVE EV22                TO S5411-TOCHDR-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE NMAD-NAME              TO S5411-TONAME.
           MOVE PAYR-CNTCURR           TO WSAA-TO-CURR.
      *
           IF WSAA-TO-CURR          NOT = WSAA-FROM-CURR
              MOVE EV49                TO S5411-TOCHDR-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The amount: more than zero, within the suspense held.
      *
           IF S5411-TRFAMT          NOT > ZERO
              MOVE E186                TO S5411-TRFAMT-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5411-TRFAMT              > WSAA-SUSPENSE
              MOVE E544                TO S5411-TRFAMT-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5411-REASONCD            = SPACES
              MOVE E186                TO S5411-REASONCD-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  Maker-checker: a transfer over the TV115 limit needs a
      *  second signature from the P5385 queue before it commits.
      *
           MOVE S5411-FROMCHDR         TO WSAA-ENT-FROMCHDR.
           MOVE S5411-TOCHDR           TO WSAA-ENT-TOCHDR.
      *
           INITIALIZE                  ZAUT-ZAUTHCHK-REC.
           MOVE 'CHECK'                TO ZAUT-FUNCTION.
           MOVE WSSP-COMPANY           TO ZAUT-COMPANY.
           MOVE WSKY-BATC-BATCTRCDE    TO ZAUT-TRANCODE.
           MOVE WSAA-ENTITYKEY         TO ZAUT-ENTITYKEY.
           MOVE S5411-TRFAMT           TO ZAUT-AMOUNT.
           MOVE WSSP-USERID            TO ZAUT-USERID.
      *
           CALL 'ZAUTHCHK'          USING ZAUT-ZAUTHCHK-REC.
      *
           IF ZAUT-STATUZ           NOT = O-K
              MOVE ZAUT-STATUZ         TO SYSR-STATUZ
              MOVE ZAUT-ZAUTHCHK-REC   TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZAUT-ALLOW            NOT = 'Y'
              MOVE EV02                TO S5411-TRFAMT-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  Within the limit the operator alone signs.
      *
           IF ZAUT-MAKERID              = SPACES
              MOVE WSSP-USERID         TO WSAA-MAKERID
           ELSE
              MOVE ZAUT-MAKERID        TO WSAA-MAKERID
           END-IF.
           MOVE ZAUT-CHECKERID         TO WSAA-CHECKERID.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5411-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-READ-CONTRACT SECTION.
      ****************************
       2110-START.
      *
      *  The contract in WSAA-CHDRNUM: header, legal hold, owner's
      *  name and payer.  CHDRLIF-STATUZ is MRNF when not on file.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO CHDRLIF-CHDRNUM.
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
              GO TO 2190-EXIT
           END-IF.
      *
           INITIALIZE                  ZHCK-ZHLDCHK-REC.
           MOVE WSSP-COMPANY           TO ZHCK-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO ZHCK-CHDRNUM.
           MOVE WSAA-TODAY             TO ZHCK-EFFDATE.
      *
           CALL 'ZHLDCHK'           USING ZHCK-ZHLDCHK-REC.
      *
           IF ZHCK-STATUZ           NOT = O-K
              MOVE ZHCK-STATUZ         TO SYSR-STATUZ
              MOVE ZHCK-ZHLDCHK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE SPACES                 TO NMAD-NAMADRS-REC.
           MOVE 'CN'                   TO NMAD-CLNT-PREFIX.
           MOVE WSSP-FSUCO             TO NMAD-CLNT-COMPANY.
           MOVE CHDRLIF-COWNNUM        TO NMAD-CLNT-NUMBER.
           MOVE WSSP-LANGUAGE          TO NMAD-LANGUAGE.
           MOVE 'PYNMN'                TO NMAD-FUNCTION.
      *
           CALL 'NAMADRS'           USING NMAD-NAMADRS-REC.
      *
           IF NMAD-STATUZ           NOT = O-K AND MRNF
              MOVE NMAD-STATUZ         TO SYSR-STATUZ
              MOVE NMAD-NAMADRS-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF NMAD-STATUZ           NOT = O-K
              MOVE SPACES              TO NMAD-NAME
           END-IF.
      *
           INITIALIZE                  PAYR-PARAMS.
           MOVE WSSP-COMPANY           TO PAYR-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO PAYR-CHDRNUM.
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
       2190-EXIT.
           EXIT.
      /
       2400-CALC-SUSPENSE SECTION.
      ****************************
       2410-START.
      *
      *  The source contract's suspense, located as P5374 does:
      *  contract currency, then billing currency, then any.
      *
           MOVE ZERO                   TO WSAA-SUSPENSE.
           MOVE 'N'                    TO WSAA-SUSP-IND.
      *
           MOVE SPACES                 TO ACBLENQ-DATA-AREA.
           MOVE ZEROS                  TO ACBLENQ-RLDGACCT.
           MOVE WSSP-COMPANY           TO ACBLENQ-RLDGCOY.
           MOVE S5411-FROMCHDR         TO ACBLENQ-RLDGACCT.
           MOVE T5645-SACSCODE-01      TO ACBLENQ-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO ACBLENQ-SACSTYP.
      *
           PERFORM 2450-CHECK-SUSPENSE
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 3
               OR WSAA-SUSP-IND         = 'Y'.
      *
       2490-EXIT.
           EXIT.
      /
       2450-CHECK-SUSPENSE SECTION.
      *****************************
       2451-START.
      *
           IF WSAA-SUB                  = 1
              MOVE WSAA-FROM-CURR      TO ACBLENQ-ORIGCURR
              MOVE READR               TO ACBLENQ-FUNCTION
           ELSE
           IF WSAA-SUB                  = 2
              MOVE WSAA-BILLCURR       TO ACBLENQ-ORIGCURR
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
           AND ACBLENQ-RLDGACCT (1:8)   = S5411-FROMCHDR
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
      *****************************************************************
      *     Update Database if required and Log Transaction
      *****************************************************************
      *
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE-DATABASE.
      *
      *  Out of the source contract's suspense ...
      *
           MOVE S5411-FROMCHDR         TO WSAA-CHDRNUM.
           MOVE S5411-TOCHDR           TO WSAA-OTHER-CHDRNUM.
           PERFORM 3100-UPDATE-CHDR.
           MOVE CHDRLIF-TRANNO         TO WSAA-FROM-TRANNO.
           MOVE '-'                    TO LIFA-GLSIGN.
           PERFORM 3200-POST-SUSPENSE.
           PERFORM 3400-WRITE-PTRN.
      *
      *  ... and into the target's.
      *
           MOVE S5411-TOCHDR           TO WSAA-CHDRNUM.
           MOVE S5411-FROMCHDR         TO WSAA-OTHER-CHDRNUM.
           PERFORM 3100-UPDATE-CHDR.
           MOVE CHDRLIF-TRANNO         TO WSAA-TO-TRANNO.
           MOVE '+'                    TO LIFA-GLSIGN.
           PERFORM 3200-POST-SUSPENSE.
           PERFORM 3400-WRITE-PTRN.
      *
           PERFORM 3500-WRITE-ZSTR.
      *
       3090-EXIT.
            EXIT.
      /
       3100-UPDATE-CHDR SECTION.
      **************************
       3110-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE WSAA-CHDRNUM           TO CHDRLIF-CHDRNUM.
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
       3190-EXIT.
           EXIT.
      /
       3200-POST-SUSPENSE SECTION.
      ****************************
       3210-START.
      *
      *  T5645 line 01 on the contract in WSAA-CHDRNUM, the sign set
      *  by the caller; the reference names the other contract.
      *
           MOVE WSSP-BATCHKEY          TO LIFA-BATCKEY.
           MOVE 'PSTW'                 TO LIFA-FUNCTION.
           MOVE WSAA-CHDRNUM           TO LIFA-RDOCNUM.
           MOVE WSSP-COMPANY           TO LIFA-RLDGCOY.
           MOVE WSAA-CHDRNUM           TO LIFA-RLDGACCT.
           MOVE S5411-TRFAMT           TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE WSAA-FROM-CURR         TO LIFA-ORIGCURR.
           MOVE 'SUSPENSE TRANSFER'    TO LIFA-TRANDESC.
           MOVE WSAA-OTHER-CHDRNUM     TO WSAA-TREF-CHDRNUM.
           MOVE WSAA-TRANREF           TO LIFA-TRANREF.
           MOVE WSAA-TODAY             TO LIFA-EFFDATE
                                          LIFA-TRANSACTION-DATE.
           MOVE CHDRLIF-TRANNO         TO LIFA-TRANNO.
           MOVE 1                      TO LIFA-JRNSEQ.
           MOVE T5645-SACSCODE-01      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-01         TO LIFA-GLCODE.
      *
           CALL 'LIFACMV'           USING LIFA-LIFACMV-REC.
      *
           IF LIFA-STATUZ           NOT = O-K
              MOVE LIFA-STATUZ         TO SYSR-STATUZ
              MOVE LIFA-LIFACMV-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3400-WRITE-PTRN SECTION.
      *************************
       3410-START.
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
       3490-EXIT.
           EXIT.
      /
       3500-WRITE-ZSTR SECTION.
      *************************
       3510-START.
      *
      *  The register row links the two PTRNs through their TRANNOs.
      *
           INITIALIZE                  ZSTR-PARAMS.
           MOVE WSSP-COMPANY           TO ZSTR-CHDRCOY.
           MOVE S5411-FROMCHDR         TO ZSTR-FROMCHDR.
           MOVE WSAA-FROM-TRANNO       TO ZSTR-FROMTRNO.
           MOVE S5411-TOCHDR           TO ZSTR-TOCHDR.
           MOVE WSAA-TO-TRANNO         TO ZSTR-TOTRNO.
           MOVE S5411-TRFAMT           TO ZSTR-TRFAMT.
           MOVE WSAA-FROM-CURR         TO ZSTR-CURRCODE.
           MOVE S5411-REASONCD         TO ZSTR-REASONCD.
           MOVE WSAA-TODAY             TO ZSTR-TRFDATE.
           MOVE WSSP-BRANCH            TO ZSTR-BRANCH.
           MOVE WSSP-USERID            TO ZSTR-USERID.
           MOVE WSAA-MAKERID           TO ZSTR-MAKERID.
           MOVE WSAA-CHECKERID         TO ZSTR-CHECKERID.
           MOVE ZSTRREC                TO ZSTR-FORMAT.
           MOVE WRITR                  TO ZSTR-FUNCTION.
      *
           CALL 'ZSTRIO'            USING ZSTR-PARAMS.
      *
           IF ZSTR-STATUZ           NOT = O-K
              MOVE ZSTR-STATUZ         TO SYSR-STATUZ
              MOVE ZSTR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3590-EXIT.
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
