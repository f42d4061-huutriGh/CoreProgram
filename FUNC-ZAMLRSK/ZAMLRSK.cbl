       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZAMLRSK.
      *
      * Copyright 1986-2026, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      * CLIENT AML RISK RATING AND KYC REVIEW DIARY.
      *
      * Scores one client for money-laundering risk and keeps the
      * result on the ZRSK client risk register (one row per
      * client) with the date the next know-your-customer review
      * falls due.
      *
      * The score is the sum of the factor scores:
      *
      *  - occupation      TV149 item 'O' + occupation code;
      *  - nationality     TV149 item 'N' + nationality;
      *  - watchlist       a ZSANCHK name / identity near-match -
      *                    TV148 PEP score when the matched entry
      *                    came from the TV148 PEP list source, the
      *                    TV148 sanctions score otherwise;
      *  - cash alerts     the TV148 alert score when B5413 has
      *                    reported the client within the TV148
      *                    alert months;
      *  - product         the highest TV149 'P' + contract type
      *                    score of the contracts the client owns;
      *  - payment method  the highest TV149 'M' + billing channel
      *                    score of the same contracts.
      *
      * A factor with no TV149 item scores nothing.  The rules are
      * TV148 item ZAMLRSK.  The band is 'H' from the TV148 high
      * score, 'M' from the medium score, 'L' below; a politically
      * exposed person is always 'H'.  The next review falls due
      * the TV148 months for the band after the last recorded
      * review - or after the client was first scored - so a
      * client moving to a higher band is brought forward at once.
      *
      * Functions:
      *   'SCOR'  score the client and update the register;
      *   'REVW'  record a KYC review on ZARK-EFFDATE by the user
      *           with the note given, rescore and set the next
      *           review from it;
      *   'ALRT'  record a B5413 cash alert against the client and
      *           rescore (a number that is not a client is
      *           ignored);
      *   'READ'  return the register entry (MRNF when none);
      *   'CHEK'  for contract ZARK-CHDRNUM, whether its owner's
      *           review is overdue (ZARK-OVERDUE) and, for a high
      *           risk owner, whether payouts are to be blocked
      *           (ZARK-BLOCKED).
      * A zero date means today.
      *
      * Callers: P5402 KYC review, B5445 monthly review diary,
      * B5413 cash alerts, and the payout gates in P5374, P5375
      * and the B5360 disbursement extract.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2677       Phi Tran - IT DEV                    *
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
       01  WSAA-SUBR                   PIC X(08) VALUE 'ZAMLRSK'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-ZRSK-FOUND             PIC X(01) VALUE 'N'.
       01  WSAA-PEP                    PIC X(01) VALUE 'N'.
       01  WSAA-CLRR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-SCREEN-NAME            PIC X(60) VALUE SPACES.
       01  WSAA-SCREEN-ID              PIC X(24) VALUE SPACES.
       01  WSAA-ALRT-FROM              PIC 9(08) VALUE 0.
       01  WSAA-BASE-DATE              PIC 9(08) VALUE 0.
       01  WSAA-REV-MTHS               PIC 9(03) VALUE 0.
       01  WSAA-FACT-SCORE             PIC 9(03) VALUE 0.
       01  WSAA-FACT-KEY.
           03  WSAA-FACT-TYPE          PIC X(01).
           03  WSAA-FACT-CODE          PIC X(07).
      *
       01  TABLES.
           03  TV148                   PIC X(06) VALUE 'TV148'.
           03  TV149                   PIC X(06) VALUE 'TV149'.
      *
       01  FORMATS.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  CLEXREC                 PIC X(10) VALUE 'CLEXREC'.
           03  CLRRREC                 PIC X(10) VALUE 'CLRRREC'.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  ZWLSREC                 PIC X(10) VALUE 'ZWLSREC'.
           03  ZRSKREC                 PIC X(10) VALUE 'ZRSKREC'.
      *
           COPY CONERRREC.
           COPY CONLOGREC.
           COPY SYSERRREC.
           COPY VARCOM.
           COPY DATCON2REC.
           COPY ITEMSKM.
           COPY CLTSSKM.
           COPY CLEXSKM.
           COPY CLRRSKM.
           COPY CHDRLIFSKM.
           COPY CHDRLNBSKM.
           COPY ZWLSSKM.
           COPY ZRSKSKM.
           COPY TV148REC.
           COPY TV149REC.
           COPY ZSANCHKREC.
      /
      *
       LINKAGE SECTION.
      *****************
      *
           COPY ZAMLRSKREC.
      /
       PROCEDURE DIVISION           USING ZARK-ZAMLRSK-REC.
      *
       000-MAIN SECTION.
      ******************
       010-START.
      *
           MOVE O-K                    TO ZARK-STATUZ.
           MOVE 'N'                    TO ZARK-OVERDUE
                                          ZARK-BLOCKED.
      *
           IF  ZARK-FUNCTION        NOT = 'SCOR'
           AND ZARK-FUNCTION        NOT = 'REVW'
           AND ZARK-FUNCTION        NOT = 'ALRT'
           AND ZARK-FUNCTION        NOT = 'READ'
           AND ZARK-FUNCTION        NOT = 'CHEK'
              MOVE BOMB                TO ZARK-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           IF ZARK-EFFDATE              = ZERO
              MOVE TDAY                TO DTC1-FUNCTION
              CALL 'DATCON1'        USING DTC1-DATCON1-REC
              MOVE DTC1-EXT-DATE       TO ZARK-EFFDATE
           END-IF.
      *
      *  The payout gate works from the contract's owner.
      *
           IF ZARK-FUNCTION             = 'CHEK'
              PERFORM 700-CONTRACT-OWNER
              IF ZARK-STATUZ        NOT = O-K
              OR ZARK-CLNTNUM           = SPACES
                 GO TO 090-EXIT
              END-IF
           END-IF.
      *
           PERFORM 150-READ-ZRSK.
      *
           IF ZARK-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           IF ZARK-FUNCTION             = 'READ'
           OR ZARK-FUNCTION             = 'CHEK'
              IF WSAA-ZRSK-FOUND        = 'Y'
                 PERFORM 800-RETURN-DIARY
              ELSE
                 IF ZARK-FUNCTION       = 'READ'
                    MOVE MRNF          TO ZARK-STATUZ
                 END-IF
              END-IF
              GO TO 090-EXIT
           END-IF.
      *
      *  The client to be scored.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE ZARK-CLNTCOY           TO CLTS-CLNTCOY.
           MOVE ZARK-CLNTNUM           TO CLTS-CLNTNUM.
           MOVE CLTSREC                TO CLTS-FORMAT.
           MOVE READR                  TO CLTS-FUNCTION.
      *
           CALL 'CLTSIO'            USING CLTS-PARAMS.
      *
           IF CLTS-STATUZ           NOT = O-K AND MRNF
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZARK-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           IF CLTS-STATUZ               = MRNF
              IF ZARK-FUNCTION      NOT = 'ALRT'
                 MOVE MRNF             TO ZARK-STATUZ
              END-IF
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 100-LOAD-RULES.
      *
           IF ZARK-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           IF WSAA-ZRSK-FOUND           = 'N'
              INITIALIZE               ZRSK-PARAMS
              MOVE 'CN'                TO ZRSK-CLNTPFX
              MOVE ZARK-CLNTCOY        TO ZRSK-CLNTCOY
              MOVE ZARK-CLNTNUM        TO ZRSK-CLNTNUM
              MOVE ZARK-EFFDATE        TO ZRSK-FRSTSCDT
           END-IF.
      *
           IF ZARK-FUNCTION             = 'ALRT'
              MOVE ZARK-EFFDATE        TO ZRSK-ALRTDATE
           END-IF.
      *
           IF ZARK-FUNCTION             = 'REVW'
              MOVE ZARK-EFFDATE        TO ZRSK-LSTREVDT
              MOVE ZARK-USERID         TO ZRSK-REVUSER
              MOVE ZARK-REVNOTE        TO ZRSK-REVNOTE
           END-IF.
      *
           PERFORM 200-CLIENT-FACTORS.
      *
           IF ZARK-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 300-CONTRACT-FACTORS.
      *
           IF ZARK-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 400-BAND-AND-DIARY.
      *
           IF ZARK-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 450-WRITE-ZRSK.
      *
           IF ZARK-STATUZ               = O-K
              PERFORM 800-RETURN-DIARY
           END-IF.
      *
       090-EXIT.
           EXIT PROGRAM.
      /
       100-LOAD-RULES SECTION.
      ************************
       110-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE ZARK-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV148                  TO ITEM-ITEMTABL.
           MOVE WSAA-SUBR              TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZARK-STATUZ
              GO TO 190-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV148-TV148-REC.
      *
       190-EXIT.
           EXIT.
      /
       150-READ-ZRSK SECTION.
      ***********************
       160-START.
      *
           INITIALIZE                  ZRSK-PARAMS.
           MOVE 'CN'                   TO ZRSK-CLNTPFX.
           MOVE ZARK-CLNTCOY           TO ZRSK-CLNTCOY.
           MOVE ZARK-CLNTNUM           TO ZRSK-CLNTNUM.
           MOVE ZRSKREC                TO ZRSK-FORMAT.
           MOVE READR                  TO ZRSK-FUNCTION.
      *
           CALL 'ZRSKIO'            USING ZRSK-PARAMS.
      *
           IF ZRSK-STATUZ           NOT = O-K AND MRNF
              MOVE ZRSK-STATUZ         TO SYSR-STATUZ
              MOVE ZRSK-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZARK-STATUZ
              GO TO 190-EXIT
           END-IF.
      *
           IF ZRSK-STATUZ               = O-K
              MOVE 'Y'                 TO WSAA-ZRSK-FOUND
           ELSE
              MOVE 'N'                 TO WSAA-ZRSK-FOUND
           END-IF.
      *
       190-EXIT.
           EXIT.
      /
       200-CLIENT-FACTORS SECTION.
      ****************************
       210-START.
      *
           MOVE 'N'                    TO WSAA-PEP.
           MOVE ZEROES                 TO ZRSK-SCROCCP
                                          ZRSK-SCRNATL
                                          ZRSK-SCRWLST
                                          ZRSK-SCRALRT.
      *
           MOVE 'O'                    TO WSAA-FACT-TYPE.
           MOVE CLTS-OCCPCODE          TO WSAA-FACT-CODE.
           PERFORM 600-READ-TV149.
           MOVE WSAA-FACT-SCORE        TO ZRSK-SCROCCP.
      *
           MOVE 'N'                    TO WSAA-FACT-TYPE.
           MOVE CLTS-NATLTY            TO WSAA-FACT-CODE.
           PERFORM 600-READ-TV149.
           MOVE WSAA-FACT-SCORE        TO ZRSK-SCRNATL.
      *
           IF ZARK-STATUZ           NOT = O-K
              GO TO 290-EXIT
           END-IF.
      *
      *  Watchlist near-match, screened as B5364 screens.
      *
           MOVE SPACES                 TO WSAA-SCREEN-NAME.
           STRING CLTS-LSURNAME        DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  CLTS-LGIVNAME        DELIMITED BY '  '
                                       INTO WSAA-SCREEN-NAME
           END-STRING.
      *
           MOVE SPACES                 TO WSAA-SCREEN-ID.
           INITIALIZE                  CLEX-PARAMS.
           MOVE 'CN'                   TO CLEX-CLNTPFX.
           MOVE ZARK-CLNTCOY           TO CLEX-CLNTCOY.
           MOVE ZARK-CLNTNUM           TO CLEX-CLNTNUM.
           MOVE CLEXREC                TO CLEX-FORMAT.
           MOVE READR                  TO CLEX-FUNCTION.
      *
           CALL 'CLEXIO'            USING CLEX-PARAMS.
      *
           IF CLEX-STATUZ           NOT = O-K AND MRNF
              MOVE CLEX-STATUZ         TO SYSR-STATUZ
              MOVE CLEX-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZARK-STATUZ
              GO TO 290-EXIT
           END-IF.
      *
           IF CLEX-STATUZ               = O-K
              MOVE CLEX-RTAXIDNUM      TO WSAA-SCREEN-ID
           END-IF.
      *
           INITIALIZE                  ZSAN-ZSANCHK-REC.
           MOVE ZARK-COMPANY           TO ZSAN-COMPANY.
           MOVE WSAA-SCREEN-NAME       TO ZSAN-NAME-IN.
           MOVE WSAA-SCREEN-ID         TO ZSAN-IDNUM-IN.
      *
           CALL 'ZSANCHK'           USING ZSAN-ZSANCHK-REC.
      *
           IF ZSAN-STATUZ           NOT = O-K
              MOVE ZSAN-STATUZ         TO SYSR-STATUZ
              MOVE ZSAN-ZSANCHK-REC    TO SYSR-PARAMS
              MOVE BOMB                TO ZARK-STATUZ
              GO TO 290-EXIT
           END-IF.
      *
           IF ZSAN-HIT                  = 'Y'
              PERFORM 250-WATCHLIST-SOURCE
              IF ZARK-STATUZ        NOT = O-K
                 GO TO 290-EXIT
              END-IF
           END-IF.
      *
      *  A B5413 cash alert inside the look-back.
      *
           IF  ZRSK-ALRTDATE        NOT = ZERO
           AND TV148-ALRTMTHS       NOT = ZERO
              INITIALIZE               DTC2-DATCON2-REC
              MOVE '12'                TO DTC2-FREQUENCY
              COMPUTE DTC2-FREQ-FACTOR  = ZERO - TV148-ALRTMTHS
              MOVE ZARK-EFFDATE        TO DTC2-INT-DATE-1
              CALL 'DATCON2'        USING DTC2-DATCON2-REC
              IF DTC2-STATUZ        NOT = O-K
                 MOVE DTC2-STATUZ      TO SYSR-STATUZ
                 MOVE DTC2-DATCON2-REC TO SYSR-PARAMS
                 MOVE BOMB             TO ZARK-STATUZ
                 GO TO 290-EXIT
              END-IF
              MOVE DTC2-INT-DATE-2     TO WSAA-ALRT-FROM
              IF ZRSK-ALRTDATE      NOT < WSAA-ALRT-FROM
                 MOVE TV148-ALRTSCR    TO ZRSK-SCRALRT
              END-IF
           END-IF.
      *
       290-EXIT.
           EXIT.
      /
       250-WATCHLIST-SOURCE SECTION.
      ******************************
       260-START.
      *
      *  A near-match scores as sanctions unless the entry came
      *  from the PEP list.
      *
           MOVE TV148-SANCSCR          TO ZRSK-SCRWLST.
      *
           IF TV148-PEPSRC              = SPACES
              GO TO 290-EXIT
           END-IF.
      *
           INITIALIZE                  ZWLS-PARAMS.
           MOVE ZSAN-WLSEQNO           TO ZWLS-WLSEQNO.
           MOVE ZWLSREC                TO ZWLS-FORMAT.
           MOVE READR                  TO ZWLS-FUNCTION.
      *
           CALL 'ZWLSIO'            USING ZWLS-PARAMS.
      *
           IF ZWLS-STATUZ           NOT = O-K AND MRNF
              MOVE ZWLS-STATUZ         TO SYSR-STATUZ
              MOVE ZWLS-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZARK-STATUZ
              GO TO 290-EXIT
           END-IF.
      *
           IF  ZWLS-STATUZ              = O-K
           AND ZWLS-SOURCE              = TV148-PEPSRC
               MOVE TV148-PEPSCR       TO ZRSK-SCRWLST
               MOVE 'Y'                TO WSAA-PEP
           END-IF.
      *
       290-EXIT.
           EXIT.
      /
       300-CONTRACT-FACTORS SECTION.
      ******************************
       310-START.
      *
      *  The riskiest product and payment method among the
      *  contracts the client owns.
      *
           MOVE ZEROES                 TO ZRSK-SCRPROD
                                          ZRSK-SCRMOP.
           MOVE 'N'                    TO WSAA-CLRR-EOF.
      *
           MOVE SPACES                 TO CLRR-PARAMS.
           MOVE 'CN'                   TO CLRR-CLNTPFX.
           MOVE ZARK-CLNTCOY           TO CLRR-CLNTCOY.
           MOVE ZARK-CLNTNUM           TO CLRR-CLNTNUM.
           MOVE CLRRREC                TO CLRR-FORMAT.
           MOVE BEGN                   TO CLRR-FUNCTION.
      *
           PERFORM 350-ONE-CLRR
               UNTIL WSAA-CLRR-EOF      = 'Y'.
      *
       390-EXIT.
           EXIT.
      /
       350-ONE-CLRR SECTION.
      **********************
       360-START.
      *
           CALL 'CLRRIO'            USING CLRR-PARAMS.
      *
           IF CLRR-STATUZ           NOT = O-K AND ENDP
              MOVE CLRR-STATUZ         TO SYSR-STATUZ
              MOVE CLRR-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZARK-STATUZ
              MOVE 'Y'                 TO WSAA-CLRR-EOF
              GO TO 390-EXIT
           END-IF.
      *
           IF CLRR-STATUZ               = ENDP
           OR CLRR-CLNTPFX (1:2)    NOT = 'CN'
           OR CLRR-CLNTCOY (1:1)    NOT = ZARK-CLNTCOY
           OR CLRR-CLNTNUM (1:8)    NOT = ZARK-CLNTNUM
              MOVE 'Y'                 TO WSAA-CLRR-EOF
              GO TO 390-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO CLRR-FUNCTION.
      *
           IF CLRR-FOREPFX (1:2)    NOT = 'CH'
           OR CLRR-CLRRROLE (1:2)   NOT = 'OW'
              GO TO 390-EXIT
           END-IF.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE CLRR-FORECOY (1:1)     TO CHDRLNB-CHDRCOY.
           MOVE CLRR-FORENUM (1:8)     TO CHDRLNB-CHDRNUM.
           MOVE CHDRLNBREC             TO CHDRLNB-FORMAT.
           MOVE READR                  TO CHDRLNB-FUNCTION.
      *
           CALL 'CHDRLNBIO'         USING CHDRLNB-PARAMS.
      *
           IF CHDRLNB-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLNB-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLNB-PARAMS      TO SYSR-PARAMS
              MOVE BOMB                TO ZARK-STATUZ
              MOVE 'Y'                 TO WSAA-CLRR-EOF
              GO TO 390-EXIT
           END-IF.
      *
           IF CHDRLNB-STATUZ            = MRNF
              GO TO 390-EXIT
           END-IF.
      *
           MOVE 'P'                    TO WSAA-FACT-TYPE.
           MOVE CHDRLNB-CNTTYPE        TO WSAA-FACT-CODE.
           PERFORM 600-READ-TV149.
           IF WSAA-FACT-SCORE           > ZRSK-SCRPROD
              MOVE WSAA-FACT-SCORE     TO ZRSK-SCRPROD
           END-IF.
      *
           MOVE 'M'                    TO WSAA-FACT-TYPE.
           MOVE CHDRLNB-BILLCHNL (1:1) TO WSAA-FACT-CODE.
           PERFORM 600-READ-TV149.
           IF WSAA-FACT-SCORE           > ZRSK-SCRMOP
              MOVE WSAA-FACT-SCORE     TO ZRSK-SCRMOP
           END-IF.
      *
           IF ZARK-STATUZ           NOT = O-K
              MOVE 'Y'                 TO WSAA-CLRR-EOF
           END-IF.
      *
       390-EXIT.
           EXIT.
      /
       400-BAND-AND-DIARY SECTION.
      ****************************
       410-START.
      *
           COMPUTE ZRSK-RISKSCR         = ZRSK-SCROCCP
                                        + ZRSK-SCRNATL
                                        + ZRSK-SCRWLST
                                        + ZRSK-SCRALRT
                                        + ZRSK-SCRPROD
                                        + ZRSK-SCRMOP.
           MOVE ZARK-EFFDATE           TO ZRSK-SCOREDT.
      *
           IF ZRSK-RISKSCR          NOT < TV148-HIGHSCR
           OR WSAA-PEP                  = 'Y'
              MOVE 'H'                 TO ZRSK-RISKBAND
              MOVE TV148-REVMTHH       TO WSAA-REV-MTHS
           ELSE
              IF ZRSK-RISKSCR       NOT < TV148-MEDSCR
                 MOVE 'M'              TO ZRSK-RISKBAND
                 MOVE TV148-REVMTHM    TO WSAA-REV-MTHS
              ELSE
                 MOVE 'L'              TO ZRSK-RISKBAND
                 MOVE TV148-REVMTHL    TO WSAA-REV-MTHS
              END-IF
           END-IF.
      *
      *  Next review: the band's interval after the last review,
      *  or after the client was first scored.
      *
           IF ZRSK-LSTREVDT             = ZERO
              MOVE ZRSK-FRSTSCDT       TO WSAA-BASE-DATE
           ELSE
              MOVE ZRSK-LSTREVDT       TO WSAA-BASE-DATE
           END-IF.
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE '12'                   TO DTC2-FREQUENCY.
           MOVE WSAA-REV-MTHS          TO DTC2-FREQ-FACTOR.
           MOVE WSAA-BASE-DATE         TO DTC2-INT-DATE-1.
      *
           CALL 'DATCON2'           USING DTC2-DATCON2-REC.
      *
           IF DTC2-STATUZ           NOT = O-K
              MOVE DTC2-STATUZ         TO SYSR-STATUZ
              MOVE DTC2-DATCON2-REC    TO SYSR-PARAMS
              MOVE BOMB                TO ZARK-STATUZ
              GO TO 490-EXIT
           END-IF.
      *
           MOVE DTC2-INT-DATE-2        TO ZRSK-NXTREVDT.
      *
       490-EXIT.
           EXIT.
      /
       450-WRITE-ZRSK SECTION.
      ************************
       460-START.
      *
           MOVE '1'                    TO ZRSK-VALIDFLAG.
           MOVE ZRSKREC                TO ZRSK-FORMAT.
           MOVE UPDAT                  TO ZRSK-FUNCTION.
      *
           CALL 'ZRSKIO'            USING ZRSK-PARAMS.
      *
           IF ZRSK-STATUZ           NOT = O-K
              MOVE ZRSK-STATUZ         TO SYSR-STATUZ
              MOVE ZRSK-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZARK-STATUZ
           END-IF.
      *
       490-EXIT.
           EXIT.
      /
       600-READ-TV149 SECTION.
      ************************
       610-START.
      *
           MOVE ZERO                   TO WSAA-FACT-SCORE.
      *
           IF WSAA-FACT-CODE            = SPACES
           OR ZARK-STATUZ           NOT = O-K
              GO TO 690-EXIT
           END-IF.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE ZARK-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV149                  TO ITEM-ITEMTABL.
           MOVE WSAA-FACT-KEY          TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZARK-STATUZ
              GO TO 690-EXIT
           END-IF.
      *
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TV149-TV149-REC
              MOVE TV149-FACTSCR       TO WSAA-FACT-SCORE
           END-IF.
      *
       690-EXIT.
           EXIT.
      /
       700-CONTRACT-OWNER SECTION.
      ****************************
       710-START.
      *
           MOVE SPACES                 TO ZARK-CLNTNUM.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE ZARK-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE ZARK-CHDRNUM           TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READR                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              MOVE BOMB                TO ZARK-STATUZ
              GO TO 790-EXIT
           END-IF.
      *
           IF CHDRLIF-STATUZ            = MRNF
           OR CHDRLIF-COWNNUM           = SPACES
              GO TO 790-EXIT
           END-IF.
      *
           MOVE CHDRLIF-COWNCOY (1:1)  TO ZARK-CLNTCOY.
           MOVE CHDRLIF-COWNNUM (1:8)  TO ZARK-CLNTNUM.
      *
       790-EXIT.
           EXIT.
      /
       800-RETURN-DIARY SECTION.
      **************************
       810-START.
      *
           MOVE ZRSK-RISKSCR           TO ZARK-RISKSCR.
           MOVE ZRSK-RISKBAND          TO ZARK-RISKBAND.
           MOVE ZRSK-LSTREVDT          TO ZARK-LSTREVDT.
           MOVE ZRSK-NXTREVDT          TO ZARK-NXTREVDT.
      *
           IF  ZRSK-NXTREVDT        NOT = ZERO
           AND ZRSK-NXTREVDT            < ZARK-EFFDATE
               MOVE 'Y'                TO ZARK-OVERDUE
               IF ZRSK-RISKBAND         = 'H'
                  MOVE 'Y'             TO ZARK-BLOCKED
               END-IF
           END-IF.
      *
       890-EXIT.
           EXIT.
