       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCHGLOG.
      *
      * Copyright 1986-2026, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      * CLIENT SENSITIVE-FIELD CHANGE HISTORY.
      *
      * Keeps the ZCHG client change-history register: one row per
      * amended field, keyed by client and the date, time and
      * sequence of the change, holding the old and the new value,
      * the signed-on user and the terminal.
      *
      * The field groups are:
      *
      *   'N'  name                 'A'  address and postcode
      *   'I'  ID number            'P'  telephone or mobile
      *   'D'  date of birth        'E'  e-mail
      *   'B'  bank details
      *
      * Functions:
      *   'LOG '  record one amended field - nothing is written when
      *           the old and the new value are the same;
      *   'CHEK'  whether the client - or, when no client is given,
      *           the owner of contract ZCGL-CHDRNUM - had a change
      *           to one of the alert groups within the alert days
      *           up to ZCGL-EFFDATE (ZCGL-RECENT), with the date
      *           and group of the latest such change.
      *
      * The alert days and groups are TV152 item ZCHGLOG.  With no
      * item the window is 30 days; with no groups on the item the
      * contact and bank groups ('A', 'P', 'E', 'B') alert.
      * A zero date means today.
      *
      * Callers: P2465 client maintenance ('LOG '), and the payout
      * gates in P5374, P5375, P5361 and the B5360 disbursement
      * extract ('CHEK').
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2680       Phi Tran - IT DEV                    *
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
       01  WSAA-SUBR                   PIC X(08) VALUE 'ZCHGLOG'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-ZCHG-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ALRT-FROM              PIC 9(08) VALUE 0.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
       01  WSAA-GRP-HIT                PIC X(01) VALUE 'N'.
       01  WSAA-TIME-ACCEPT            PIC 9(08) VALUE 0.
       01  WSAA-TIME-R                 REDEFINES WSAA-TIME-ACCEPT.
           03  WSAA-TIME-HHMMSS        PIC 9(06).
           03  FILLER                  PIC 9(02).
      *
      *  The last row written in this run unit, so that several
      *  fields amended in the same second take successive
      *  sequence numbers.
      *
       01  WSAA-LAST-KEY.
           03  WSAA-LAST-CLNTCOY       PIC X(01) VALUE SPACES.
           03  WSAA-LAST-CLNTNUM       PIC X(08) VALUE SPACES.
           03  WSAA-LAST-DATE          PIC 9(08) VALUE 0.
           03  WSAA-LAST-TIME          PIC 9(06) VALUE 0.
       01  WSAA-THIS-KEY.
           03  WSAA-THIS-CLNTCOY       PIC X(01) VALUE SPACES.
           03  WSAA-THIS-CLNTNUM       PIC X(08) VALUE SPACES.
           03  WSAA-THIS-DATE          PIC 9(08) VALUE 0.
           03  WSAA-THIS-TIME          PIC 9(06) VALUE 0.
       01  WSAA-LAST-SEQ               PIC 9(03) VALUE 0.
      *
       01  TABLES.
           03  TV152                   PIC X(06) VALUE 'TV152'.
      *
       01  FORMATS.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  ZCHGREC                 PIC X(10) VALUE 'ZCHGREC'.
      *
           COPY CONERRREC.
           COPY CONLOGREC.
           COPY SYSERRREC.
           COPY VARCOM.
           COPY DATCON2REC.
           COPY ITEMSKM.
           COPY CHDRLIFSKM.
           COPY ZCHGSKM.
           COPY TV152REC.
      /
      *
       LINKAGE SECTION.
      *****************
      *
           COPY ZCHGLOGREC.
      /
       PROCEDURE DIVISION           USING ZCGL-ZCHGLOG-REC.
      *
       000-MAIN SECTION.
      ******************
       010-START.
      *
           MOVE O-K                    TO ZCGL-STATUZ.
           MOVE 'N'                    TO ZCGL-RECENT.
           MOVE ZEROES                 TO ZCGL-LSTCHGDT
                                          ZCGL-ALRTDAYS.
           MOVE SPACES                 TO ZCGL-LSTFLDGRP.
      *
           IF  ZCGL-FUNCTION        NOT = 'LOG '
           AND ZCGL-FUNCTION        NOT = 'CHEK'
              MOVE BOMB                TO ZCGL-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           IF ZCGL-EFFDATE              = ZERO
              MOVE TDAY                TO DTC1-FUNCTION
              CALL 'DATCON1'        USING DTC1-DATCON1-REC
              MOVE DTC1-EXT-DATE       TO ZCGL-EFFDATE
           END-IF.
      *
           IF ZCGL-FUNCTION             = 'LOG '
              IF ZCGL-OLDVAL        NOT = ZCGL-NEWVAL
                 PERFORM 200-WRITE-ZCHG
              END-IF
              GO TO 090-EXIT
           END-IF.
      *
      *  The payout gate may work from the contract's owner.
      *
           IF  ZCGL-CLNTNUM             = SPACES
           AND ZCGL-CHDRNUM         NOT = SPACES
               PERFORM 700-CONTRACT-OWNER
           END-IF.
      *
           IF ZCGL-STATUZ           NOT = O-K
           OR ZCGL-CLNTNUM              = SPACES
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 100-LOAD-RULES.
      *
           IF ZCGL-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 500-SCAN-CHANGES.
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
           MOVE ZCGL-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV152                  TO ITEM-ITEMTABL.
           MOVE WSAA-SUBR              TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZCGL-STATUZ
              GO TO 190-EXIT
           END-IF.
      *
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TV152-TV152-REC
           ELSE
              MOVE SPACES              TO TV152-TV152-REC
              MOVE 30                  TO TV152-ALRTDAYS
           END-IF.
      *
           IF TV152-ALRTGRPS            = SPACES
              MOVE 'A'                 TO TV152-ALRTGRP (1)
              MOVE 'P'                 TO TV152-ALRTGRP (2)
              MOVE 'E'                 TO TV152-ALRTGRP (3)
              MOVE 'B'                 TO TV152-ALRTGRP (4)
           END-IF.
      *
           MOVE TV152-ALRTDAYS         TO ZCGL-ALRTDAYS.
      *
       190-EXIT.
           EXIT.
      /
       200-WRITE-ZCHG SECTION.
      ************************
       210-START.
      *
           ACCEPT WSAA-TIME-ACCEPT     FROM TIME.
      *
           MOVE ZCGL-CLNTCOY           TO WSAA-THIS-CLNTCOY.
           MOVE ZCGL-CLNTNUM           TO WSAA-THIS-CLNTNUM.
           MOVE ZCGL-EFFDATE           TO WSAA-THIS-DATE.
           MOVE WSAA-TIME-HHMMSS       TO WSAA-THIS-TIME.
      *
           IF WSAA-THIS-KEY             = WSAA-LAST-KEY
              ADD 1                    TO WSAA-LAST-SEQ
           ELSE
              MOVE 1                   TO WSAA-LAST-SEQ
              MOVE WSAA-THIS-KEY       TO WSAA-LAST-KEY
           END-IF.
      *
           INITIALIZE                  ZCHG-PARAMS.
           MOVE 'CN'                   TO ZCHG-CLNTPFX.
           MOVE ZCGL-CLNTCOY           TO ZCHG-CLNTCOY.
           MOVE ZCGL-CLNTNUM           TO ZCHG-CLNTNUM.
           MOVE ZCGL-EFFDATE           TO ZCHG-CHGDATE.
           MOVE WSAA-TIME-HHMMSS       TO ZCHG-CHGTIME.
           MOVE WSAA-LAST-SEQ          TO ZCHG-CHGSEQ.
           MOVE ZCGL-FLDGRP            TO ZCHG-FLDGRP.
           MOVE ZCGL-FLDNAME           TO ZCHG-FLDNAME.
           MOVE ZCGL-OLDVAL            TO ZCHG-OLDVAL.
           MOVE ZCGL-NEWVAL            TO ZCHG-NEWVAL.
           MOVE ZCGL-USERID            TO ZCHG-USERID.
           MOVE ZCGL-TERMID            TO ZCHG-TERMID.
           MOVE '1'                    TO ZCHG-VALIDFLAG.
           MOVE ZCHGREC                TO ZCHG-FORMAT.
           MOVE WRITR                  TO ZCHG-FUNCTION.
      *
           CALL 'ZCHGIO'            USING ZCHG-PARAMS.
      *
           IF ZCHG-STATUZ           NOT = O-K
              MOVE ZCHG-STATUZ         TO SYSR-STATUZ
              MOVE ZCHG-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZCGL-STATUZ
           END-IF.
      *
       290-EXIT.
           EXIT.
      /
       500-SCAN-CHANGES SECTION.
      **************************
       510-START.
      *
      *  The register is in date order within the client, so the
      *  scan starts at the first day of the alert window.
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE 'DY'                   TO DTC2-FREQUENCY.
           COMPUTE DTC2-FREQ-FACTOR     = ZERO - TV152-ALRTDAYS.
           MOVE ZCGL-EFFDATE           TO DTC2-INT-DATE-1.
      *
           CALL 'DATCON2'           USING DTC2-DATCON2-REC.
      *
           IF DTC2-STATUZ           NOT = O-K
              MOVE DTC2-STATUZ         TO SYSR-STATUZ
              MOVE DTC2-DATCON2-REC    TO SYSR-PARAMS
              MOVE BOMB                TO ZCGL-STATUZ
              GO TO 590-EXIT
           END-IF.
      *
           MOVE DTC2-INT-DATE-2        TO WSAA-ALRT-FROM.
           MOVE 'N'                    TO WSAA-ZCHG-EOF.
      *
           INITIALIZE                  ZCHG-PARAMS.
           MOVE 'CN'                   TO ZCHG-CLNTPFX.
           MOVE ZCGL-CLNTCOY           TO ZCHG-CLNTCOY.
           MOVE ZCGL-CLNTNUM           TO ZCHG-CLNTNUM.
           MOVE WSAA-ALRT-FROM         TO ZCHG-CHGDATE.
           MOVE ZCHGREC                TO ZCHG-FORMAT.
           MOVE BEGN                   TO ZCHG-FUNCTION.
      *
           PERFORM 550-ONE-ZCHG
               UNTIL WSAA-ZCHG-EOF      = 'Y'.
      *
       590-EXIT.
           EXIT.
      /
       550-ONE-ZCHG SECTION.
      **********************
       551-START.
      *
           CALL 'ZCHGIO'            USING ZCHG-PARAMS.
      *
           IF ZCHG-STATUZ           NOT = O-K AND ENDP
              MOVE ZCHG-STATUZ         TO SYSR-STATUZ
              MOVE ZCHG-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZCGL-STATUZ
              MOVE 'Y'                 TO WSAA-ZCHG-EOF
              GO TO 559-EXIT
           END-IF.
      *
           IF ZCHG-STATUZ               = ENDP
           OR ZCHG-CLNTPFX          NOT = 'CN'
           OR ZCHG-CLNTCOY          NOT = ZCGL-CLNTCOY
           OR ZCHG-CLNTNUM          NOT = ZCGL-CLNTNUM
           OR ZCHG-CHGDATE              > ZCGL-EFFDATE
              MOVE 'Y'                 TO WSAA-ZCHG-EOF
              GO TO 559-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZCHG-FUNCTION.
      *
           MOVE 'N'                    TO WSAA-GRP-HIT.
           PERFORM 600-CHECK-GROUP
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 7
                  OR WSAA-GRP-HIT       = 'Y'.
      *
      *  Rows come in date order, so the last hit is the latest.
      *
           IF WSAA-GRP-HIT              = 'Y'
              MOVE 'Y'                 TO ZCGL-RECENT
              MOVE ZCHG-CHGDATE        TO ZCGL-LSTCHGDT
              MOVE ZCHG-FLDGRP         TO ZCGL-LSTFLDGRP
           END-IF.
      *
       559-EXIT.
           EXIT.
      /
       600-CHECK-GROUP SECTION.
      *************************
       610-START.
      *
           IF  TV152-ALRTGRP (WSAA-SUB) NOT = SPACES
           AND TV152-ALRTGRP (WSAA-SUB)     = ZCHG-FLDGRP
               MOVE 'Y'                TO WSAA-GRP-HIT
           END-IF.
      *
       690-EXIT.
           EXIT.
      /
       700-CONTRACT-OWNER SECTION.
      ****************************
       710-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE ZCGL-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE ZCGL-CHDRNUM           TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READR                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              MOVE BOMB                TO ZCGL-STATUZ
              GO TO 790-EXIT
           END-IF.
      *
           IF CHDRLIF-STATUZ            = MRNF
           OR CHDRLIF-COWNNUM           = SPACES
              GO TO 790-EXIT
           END-IF.
      *
           MOVE CHDRLIF-COWNCOY (1:1)  TO ZCGL-CLNTCOY.
           MOVE CHDRLIF-COWNNUM (1:8)  TO ZCGL-CLNTNUM.
      *
       790-EXIT.
           EXIT.
