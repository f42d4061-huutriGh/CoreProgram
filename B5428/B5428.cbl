      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5428.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   MONTHLY FUND MANAGEMENT CHARGE DEDUCTION.
      *
      *   Runs monthly alongside B5424.  Each unit-linked fund
      *   levies an annual management charge as a percentage of the
      *   assets it holds; this job takes that charge out of the
      *   policyholders' units so the unit values held here match
      *   what the funds really hold.
      *
      *   For every valid in-force unit-linked contract (the TV103
      *   test the billing UL path uses; driven from the contract's
      *   main coverage, life 01 coverage 01 rider 00, so each
      *   contract is charged once):
      *
      *   - the holding in each fund is valued from the UTRN
      *     history at the fund's current ZUPR bid price, the
      *     valuation B5424 and P5380 use;
      *   - the charge for the month is the holding value times
      *     the fund's TV133 annual rate (AMCPC, percent, keyed by
      *     fund) divided by twelve.  A fund with no TV133 item or
      *     a zero rate levies nothing; a fund with no usable price
      *     cannot be valued and is skipped;
      *   - units equal to the charge are cancelled through a
      *     negative 'F' UTRN at the bid price, and the charge is
      *     posted through this program's T5645 item (01 unit
      *     fund out, 02 fund management charge income);
      *   - a contract charged in any fund has its transaction
      *     number advanced and a PTRN written.
      *
      *   At close one ZFMCPF row per fund charged summarises the
      *   run for fund accounting: contracts charged, holding
      *   value, charge amount and units cancelled.
      *
      *   Control totals:
      *     01  -  UL contracts read
      *     02  -  Fund holdings charged
      *     03  -  Management charge deducted
      *     04  -  Fund holdings not charged - no usable price
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
      * 15/10/26  01/01   PH2657       Phi Tran - IT DEV                    *
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
           SELECT ZFMCPF               ASSIGN TO DATABASE-ZFMCPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZFMCPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZFMCPF-REC.
       01  ZFMCPF-REC.
           COPY DDS-ALL-FORMATS            OF ZFMCPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5428'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-IS-UL                  PIC X(01) VALUE 'N'.
       01  WSAA-CHDR-DONE              PIC X(01) VALUE 'N'.
       01  WSAA-MONTHS                 PIC S9(03) COMP-3 VALUE 12.
       01  WSAA-CHG-AMT                PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-UNITS-OFF              PIC S9(09)V9(05) COMP-3 VALUE 0.
       01  WSAA-JRNSEQ                 PIC S9(02) COMP-3 VALUE 0.
       01  WSAA-POST-AMT               PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-CHDR-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-CHG-TOTAL              PIC S9(13)V9(2) COMP-3 VALUE 0.
      *
      *    The contract's unit holdings, fund by fund, valued
      *    from the UTRN history as B5424 values them.
      *
       01  WSAA-UTRN-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-HLD-CNT                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-HLD-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-HLD-TAB.
           03  WSAA-HLD-ENT            OCCURS 10 TIMES.
               05  WSAA-HLD-FUND       PIC X(04).
               05  WSAA-HLD-UNITS      PIC S9(09)V9(05) COMP-3.
               05  WSAA-HLD-PRICE      PIC S9(07)V9(05) COMP-3.
               05  WSAA-HLD-PDATE      PIC 9(08).
               05  WSAA-HLD-VALAMT     PIC S9(11)V9(2) COMP-3.
               05  WSAA-HLD-PRICED     PIC X(01).
      *
      *    The run's per-fund charge summary for ZFMCPF.
      *
       01  WSAA-SUM-CNT                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-SUM-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-SUM-TAB.
           03  WSAA-SUM-ENT            OCCURS 50 TIMES.
               05  WSAA-SUM-FUND       PIC X(04).
               05  WSAA-SUM-AMCPC      PIC S9(02)V9(04) COMP-3.
               05  WSAA-SUM-CNTCNT     PIC S9(07) COMP-3.
               05  WSAA-SUM-FUNDVAL    PIC S9(13)V9(2) COMP-3.
               05  WSAA-SUM-CHGAMT     PIC S9(13)V9(2) COMP-3.
               05  WSAA-SUM-UNITSOFF   PIC S9(11)V9(05) COMP-3.
      *
       01  FORMATS.
           03  COVRREC                 PIC X(10) VALUE 'COVRREC'.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  UTRNRNLREC              PIC X(10) VALUE 'UTRNRNLREC'.
           03  ZUPRREC                 PIC X(10) VALUE 'ZUPRREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  TABLES.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  TV103                   PIC X(06) VALUE 'TV103'.
           03  TV133                   PIC X(06) VALUE 'TV133'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY VARCOM.
           COPY SMTPFXCPY.
           COPY CONTOTREC.
           COPY DATCON1REC.
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY ITEMSKM.
           COPY T5645REC.
           COPY TV133REC.
           COPY LIFACMVREC.
      /
           COPY COVRSKM.
           COPY CHDRLIFSKM.
           COPY PAYRSKM.
           COPY PTRNSKM.
           COPY UTRNRNLSKM.
           COPY ZUPRSKM.
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
           OPEN OUTPUT ZFMCPF.
      *
           MOVE ZERO                   TO WSAA-SUM-CNT.
           INITIALIZE                  WSAA-SUM-TAB.
      *
      *  Posting dissection: 01 unit fund, 02 fund management
      *  charge income.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
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
      *  The holding is the contract's, not the coverage's - only
      *  the main coverage brings the contract in.
      *
           IF COVR-LIFE (1:2)       NOT = '01'
           OR COVR-COVERAGE (1:2)   NOT = '01'
           OR COVR-RIDER (1:2)      NOT = '00'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           IF COVR-VALIDFLAG        NOT = '1'
           OR COVR-STATCODE         NOT = 'IF'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           PERFORM 2600-CHECK-UL.
      *
           IF WSAA-IS-UL            NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       2590-EXIT.
           EXIT.
      /
       2600-CHECK-UL SECTION.
      ***********************
      *
       2610-START.
      *
           MOVE 'N'                    TO WSAA-IS-UL.
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
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
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
           IF ITEM-STATUZ               = O-K
              MOVE 'Y'                 TO WSAA-IS-UL
           END-IF.
      *
       2690-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           PERFORM 3100-SUM-HOLDINGS.
      *
           MOVE 'N'                    TO WSAA-CHDR-DONE.
      *
           PERFORM 3300-CHARGE-ONE-FUND
               VARYING WSAA-HLD-IX FROM 1 BY 1
               UNTIL WSAA-HLD-IX        > WSAA-HLD-CNT.
      *
           IF WSAA-CHDR-DONE            = 'Y'
              PERFORM 3700-WRITE-PTRN
              ADD 1                    TO WSAA-CHDR-CNT
           END-IF.
      *
       3090-EXIT.
           EXIT.
      /
       3100-SUM-HOLDINGS SECTION.
      ***************************
      *
       3110-START.
      *
           MOVE ZERO                   TO WSAA-HLD-CNT.
           INITIALIZE                  WSAA-HLD-TAB.
           MOVE 'N'                    TO WSAA-UTRN-EOF.
      *
           INITIALIZE                  UTRNRNL-PARAMS.
           MOVE COVR-CHDRCOY           TO UTRNRNL-CHDRCOY.
           MOVE COVR-CHDRNUM           TO UTRNRNL-CHDRNUM.
           MOVE UTRNRNLREC             TO UTRNRNL-FORMAT.
           MOVE BEGN                   TO UTRNRNL-FUNCTION.
      *
           PERFORM 3130-ONE-UTRN
               UNTIL WSAA-UTRN-EOF      = 'Y'.
      *
           PERFORM 3150-PRICE-ONE-FUND
               VARYING WSAA-HLD-IX FROM 1 BY 1
               UNTIL WSAA-HLD-IX        > WSAA-HLD-CNT.
      *
       3190-EXIT.
           EXIT.
      /
       3130-ONE-UTRN SECTION.
      ***********************
      *
       3131-START.
      *
           CALL 'UTRNRNLIO'         USING UTRNRNL-PARAMS.
      *
           IF UTRNRNL-STATUZ        NOT = O-K AND ENDP
              MOVE UTRNRNL-STATUZ      TO SYSR-STATUZ
              MOVE UTRNRNL-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF UTRNRNL-STATUZ            = ENDP
           OR UTRNRNL-CHDRCOY       NOT = COVR-CHDRCOY
           OR UTRNRNL-CHDRNUM       NOT = COVR-CHDRNUM
              MOVE 'Y'                 TO WSAA-UTRN-EOF
              GO TO 3139-EXIT
           END-IF.
      *
           PERFORM 3140-FIND-FUND
               VARYING WSAA-HLD-IX FROM 1 BY 1
               UNTIL WSAA-HLD-IX        > WSAA-HLD-CNT
               OR WSAA-HLD-FUND (WSAA-HLD-IX)
                                        = UTRNRNL-UNIT-VIRTUAL-FUND.
      *
           IF WSAA-HLD-IX               > WSAA-HLD-CNT
              IF WSAA-HLD-CNT       NOT < 10
                 MOVE 'BOMB'           TO SYSR-STATUZ
                 PERFORM 600-FATAL-ERROR
              END-IF
              ADD 1                    TO WSAA-HLD-CNT
              MOVE WSAA-HLD-CNT        TO WSAA-HLD-IX
              MOVE UTRNRNL-UNIT-VIRTUAL-FUND
                                       TO WSAA-HLD-FUND (WSAA-HLD-IX)
           END-IF.
      *
           ADD UTRNRNL-NOF-UNITS       TO WSAA-HLD-UNITS (WSAA-HLD-IX).
      *
           MOVE NEXTR                  TO UTRNRNL-FUNCTION.
      *
       3139-EXIT.
           EXIT.
      /
       3140-FIND-FUND SECTION.
      ************************
      *
       3141-START.
      *
      *  The search is all in the PERFORM ... UNTIL.
      *
       3149-EXIT.
           EXIT.
      /
       3150-PRICE-ONE-FUND SECTION.
      *****************************
      *
       3151-START.
      *
           MOVE ZERO                   TO WSAA-HLD-VALAMT (WSAA-HLD-IX).
           MOVE 'N'                    TO WSAA-HLD-PRICED (WSAA-HLD-IX).
      *
           IF WSAA-HLD-UNITS (WSAA-HLD-IX)
                                    NOT > ZERO
              GO TO 3159-EXIT
           END-IF.
      *
           INITIALIZE                  ZUPR-PARAMS.
           MOVE WSAA-HLD-FUND (WSAA-HLD-IX)
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
           OR ZUPR-BIDPRICE         NOT > ZERO
              GO TO 3159-EXIT
           END-IF.
      *
           MOVE 'Y'                    TO WSAA-HLD-PRICED (WSAA-HLD-IX).
           MOVE ZUPR-BIDPRICE          TO WSAA-HLD-PRICE (WSAA-HLD-IX).
           MOVE ZUPR-PRICEDATE         TO WSAA-HLD-PDATE (WSAA-HLD-IX).
           COMPUTE WSAA-HLD-VALAMT (WSAA-HLD-IX) ROUNDED
                                        = WSAA-HLD-UNITS (WSAA-HLD-IX)
                                        * ZUPR-BIDPRICE.
      *
       3159-EXIT.
           EXIT.
      /
       3300-CHARGE-ONE-FUND SECTION.
      ******************************
      *
       3310-START.
      *
           IF WSAA-HLD-UNITS (WSAA-HLD-IX)
                                    NOT > ZERO
              GO TO 3390-EXIT
           END-IF.
      *
      *  Units held but no price to value them at - reported, not
      *  charged; the fund is charged again next month.
      *
           IF WSAA-HLD-PRICED (WSAA-HLD-IX)
                                    NOT = 'Y'
              DISPLAY 'B5428 NO USABLE PRICE FOR FUND '
                      WSAA-HLD-FUND (WSAA-HLD-IX) ' CONTRACT '
                      COVR-CHDRNUM ' - NOT CHARGED'
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              GO TO 3390-EXIT
           END-IF.
      *
      *  The fund's annual rate, a month of it.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV133                  TO ITEM-ITEMTABL.
           MOVE WSAA-HLD-FUND (WSAA-HLD-IX)
                                       TO ITEM-ITEMITEM.
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
              GO TO 3390-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV133-TV133-REC.
      *
           IF TV133-AMCPC           NOT > ZERO
              GO TO 3390-EXIT
           END-IF.
      *
           COMPUTE WSAA-CHG-AMT ROUNDED = WSAA-HLD-VALAMT (WSAA-HLD-IX)
                                        * TV133-AMCPC / 100
                                        / WSAA-MONTHS.
      *
           IF WSAA-CHG-AMT          NOT > ZERO
              GO TO 3390-EXIT
           END-IF.
      *
           COMPUTE WSAA-UNITS-OFF ROUNDED
                                        = WSAA-CHG-AMT
                                        / WSAA-HLD-PRICE (WSAA-HLD-IX).
      *
           IF WSAA-CHDR-DONE        NOT = 'Y'
              PERFORM 3200-ADVANCE-CHDR
              MOVE 'Y'                 TO WSAA-CHDR-DONE
           END-IF.
      *
           PERFORM 3400-WRITE-UNITS-OFF.
           PERFORM 3500-POST-CHARGE.
           PERFORM 3600-ADD-SUMMARY.
      *
           ADD WSAA-CHG-AMT            TO WSAA-CHG-TOTAL.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE CT03                   TO CONT-TOTNO.
           MOVE WSAA-CHG-AMT           TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3390-EXIT.
           EXIT.
      /
       3200-ADVANCE-CHDR SECTION.
      ***************************
      *
       3210-START.
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
      *  The contract currency, from the first payer as B5424
      *  reads it.
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
       3290-EXIT.
           EXIT.
      /
       3400-WRITE-UNITS-OFF SECTION.
      ******************************
      *
       3410-START.
      *
           INITIALIZE                  UTRNRNL-PARAMS.
           MOVE COVR-CHDRCOY           TO UTRNRNL-CHDRCOY.
           MOVE COVR-CHDRNUM           TO UTRNRNL-CHDRNUM.
           MOVE COVR-LIFE (1:2)        TO UTRNRNL-LIFE.
           MOVE COVR-COVERAGE (1:2)    TO UTRNRNL-COVERAGE.
           MOVE COVR-RIDER (1:2)       TO UTRNRNL-RIDER.
           MOVE WSAA-HLD-FUND (WSAA-HLD-IX)
                                       TO UTRNRNL-UNIT-VIRTUAL-FUND.
           MOVE 'F'                    TO UTRNRNL-UNIT-TYPE.
           MOVE CHDRLIF-TRANNO         TO UTRNRNL-TRANNO.
           MOVE BSSC-EFFECTIVE-DATE    TO UTRNRNL-MONIESDT.
           MOVE WSAA-HLD-PDATE (WSAA-HLD-IX)
                                       TO UTRNRNL-PRICE-DATE-USED.
           MOVE WSAA-HLD-PRICE (WSAA-HLD-IX)
                                       TO UTRNRNL-PRICE-USED.
           COMPUTE UTRNRNL-NOF-UNITS    = WSAA-UNITS-OFF * -1.
           COMPUTE UTRNRNL-CNTAMNT      = WSAA-CHG-AMT * -1.
           MOVE PAYR-CNTCURR           TO UTRNRNL-CNTCURR.
           MOVE BPRD-AUTH-CODE         TO UTRNRNL-BATCTRCDE.
           MOVE SPACE                  TO UTRNRNL-FEEDBACK-IND.
           MOVE UTRNRNLREC             TO UTRNRNL-FORMAT.
           MOVE WRITR                  TO UTRNRNL-FUNCTION.
      *
           CALL 'UTRNRNLIO'         USING UTRNRNL-PARAMS.
      *
           IF UTRNRNL-STATUZ        NOT = O-K
              MOVE UTRNRNL-STATUZ      TO SYSR-STATUZ
              MOVE UTRNRNL-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3490-EXIT.
           EXIT.
      /
       3500-POST-CHARGE SECTION.
      **************************
      *
       3510-START.
      *
           MOVE WSAA-CHG-AMT           TO WSAA-POST-AMT.
      *
           MOVE 1                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-01      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-01         TO LIFA-GLCODE.
           MOVE '-'                    TO LIFA-GLSIGN.
           PERFORM 3550-POST-ONE.
      *
           MOVE 2                      TO WSAA-JRNSEQ.
           MOVE T5645-SACSCODE-02      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-02         TO LIFA-GLCODE.
           MOVE '+'                    TO LIFA-GLSIGN.
           PERFORM 3550-POST-ONE.
      *
       3589-EXIT.
           EXIT.
      /
       3550-POST-ONE SECTION.
      ***********************
      *
       3551-START.
      *
           MOVE BPRD-AUTH-CODE         TO LIFA-BATCKEY.
           MOVE 'PSTW'                 TO LIFA-FUNCTION.
           MOVE COVR-CHDRNUM           TO LIFA-RDOCNUM.
           MOVE COVR-CHDRCOY           TO LIFA-RLDGCOY.
           MOVE COVR-CHDRNUM           TO LIFA-RLDGACCT.
           MOVE WSAA-POST-AMT          TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE PAYR-CNTCURR           TO LIFA-ORIGCURR.
           MOVE 'FUND MANAGEMENT CHARGE'
                                       TO LIFA-TRANDESC.
           MOVE WSAA-HLD-FUND (WSAA-HLD-IX)
                                       TO LIFA-TRANREF.
           MOVE BSSC-EFFECTIVE-DATE    TO LIFA-EFFDATE.
           MOVE WSAA-TODAY             TO LIFA-TRANSACTION-DATE.
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
       3559-EXIT.
           EXIT.
      /
       3600-ADD-SUMMARY SECTION.
      **************************
      *
       3610-START.
      *
           PERFORM 3650-FIND-SUMMARY
               VARYING WSAA-SUM-IX FROM 1 BY 1
               UNTIL WSAA-SUM-IX        > WSAA-SUM-CNT
               OR WSAA-SUM-FUND (WSAA-SUM-IX)
                                        = WSAA-HLD-FUND (WSAA-HLD-IX).
      *
           IF WSAA-SUM-IX               > WSAA-SUM-CNT
              IF WSAA-SUM-CNT       NOT < 50
                 MOVE 'BOMB'           TO SYSR-STATUZ
                 PERFORM 600-FATAL-ERROR
              END-IF
              ADD 1                    TO WSAA-SUM-CNT
              MOVE WSAA-SUM-CNT        TO WSAA-SUM-IX
              MOVE WSAA-HLD-FUND (WSAA-HLD-IX)
                                       TO WSAA-SUM-FUND (WSAA-SUM-IX)
              MOVE TV133-AMCPC         TO WSAA-SUM-AMCPC (WSAA-SUM-IX)
           END-IF.
      *
           ADD 1                       TO WSAA-SUM-CNTCNT (WSAA-SUM-IX).
           ADD WSAA-HLD-VALAMT (WSAA-HLD-IX)
                                    TO WSAA-SUM-FUNDVAL (WSAA-SUM-IX).
           ADD WSAA-CHG-AMT            TO WSAA-SUM-CHGAMT (WSAA-SUM-IX).
           ADD WSAA-UNITS-OFF
                                    TO WSAA-SUM-UNITSOFF (WSAA-SUM-IX).
      *
       3649-EXIT.
           EXIT.
      /
       3650-FIND-SUMMARY SECTION.
      ***************************
      *
       3651-START.
      *
      *  The search is all in the PERFORM ... UNTIL.
      *
       3659-EXIT.
           EXIT.
      /
       3700-WRITE-PTRN SECTION.
      *************************
      *
       3710-START.
      *
           INITIALIZE                  PTRN-PARAMS.
           MOVE BPRD-AUTH-CODE         TO PTRN-BATCTRCDE.
           MOVE COVR-CHDRCOY           TO PTRN-CHDRCOY.
           MOVE COVR-CHDRNUM           TO PTRN-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO PTRN-TRANNO.
           MOVE BSSC-EFFECTIVE-DATE    TO PTRN-PTRNEFF.
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
      *  The per-fund summary for fund accounting.
      *
           PERFORM 4100-WRITE-SUMMARY
               VARYING WSAA-SUM-IX FROM 1 BY 1
               UNTIL WSAA-SUM-IX        > WSAA-SUM-CNT.
      *
           CLOSE ZFMCPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5428 FUND MANAGEMENT CHARGE SUMMARY'.
           DISPLAY 'CONTRACTS CHARGED.........: ' WSAA-CHDR-CNT.
           DISPLAY 'FUNDS CHARGED.............: ' WSAA-SUM-CNT.
           DISPLAY 'CHARGE DEDUCTED...........: ' WSAA-CHG-TOTAL.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-WRITE-SUMMARY SECTION.
      ****************************
      *
       4110-START.
      *
           MOVE SPACES                 TO ZFMCPF-REC.
           MOVE WSAA-SUM-FUND (WSAA-SUM-IX)
                                       TO VRTFUND  OF ZFMCPF.
           MOVE WSAA-SUM-AMCPC (WSAA-SUM-IX)
                                       TO AMCPC    OF ZFMCPF.
           MOVE WSAA-SUM-CNTCNT (WSAA-SUM-IX)
                                       TO CNTCNT   OF ZFMCPF.
           MOVE WSAA-SUM-FUNDVAL (WSAA-SUM-IX)
                                       TO FUNDVAL  OF ZFMCPF.
           MOVE WSAA-SUM-CHGAMT (WSAA-SUM-IX)
                                       TO CHGAMT   OF ZFMCPF.
           MOVE WSAA-SUM-UNITSOFF (WSAA-SUM-IX)
                                       TO UNITSOFF OF ZFMCPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE  OF ZFMCPF.
      *
           WRITE ZFMCPF-REC.
      *
       4190-EXIT.
           EXIT.
