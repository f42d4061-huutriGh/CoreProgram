       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZPAVCHK.
      *
      * Copyright 1986-2026, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      * PRODUCT AVAILABILITY CHECK.
      *
      * Standalone callable check of a proposal against the product
      * availability table TV140, keyed by contract type and
      * distribution channel (source of business): item CNTTYPE +
      * SRCEBUS, else CNTTYPE + '**' for every channel.  No item
      * means the product is not restricted.
      *
      * Each item holds the sales start date, the last date an
      * application may be signed, the grace days after that for a
      * proposal signed in time to still be received, and the last
      * date a proposal may be issued.  A zero closing date means
      * no closure has been set.
      *
      * Functions:
      *   'APPL' - may this application be taken?
      *            signed before the sales start       - 'NSAL'
      *            signed after the last-application   - 'CLSD'
      *            signed in time but received after
      *            the grace window                    - 'LATE'
      *   'ISSU' - the 'APPL' tests, and may it be issued on the
      *            effective date?
      *            after the last-issue date           - 'ISSX'
      *
      * The caller receives ZPAV-ALLOW 'Y' or 'N' with the reason,
      * and the dates of the item found (ZPAV-FOUND 'Y') so a
      * report can show how near the product is to closing.  A
      * zero signature date is taken as the received date; a zero
      * received or effective date means today.
      * Callers: P6378 pre-issue validation, the B5374 electronic
      * intake and the B5435 approaching-closure report.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2667       Phi Tran - IT DEV                    *
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
       01  WSAA-SUBR                   PIC X(08) VALUE 'ZPAVCHK'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-ITEM-KEY.
           03  WSAA-ITEM-CNTTYPE       PIC X(03).
           03  WSAA-ITEM-SRCEBUS       PIC X(02).
           03  FILLER                  PIC X(03) VALUE SPACES.
      *
       01  TABLES.
           03  TV140                   PIC X(06) VALUE 'TV140'.
      *
       01  FORMATS.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
           COPY CONERRREC.
           COPY CONLOGREC.
           COPY SYSERRREC.
           COPY VARCOM.
           COPY DATCON2REC.
           COPY ITEMSKM.
           COPY TV140REC.
      /
      *
       LINKAGE SECTION.
      *****************
      *
           COPY ZPAVCHKREC.
      /
       PROCEDURE DIVISION           USING ZPAV-ZPAVCHK-REC.
      *
       000-MAIN SECTION.
      ******************
       010-START.
      *
           MOVE O-K                    TO ZPAV-STATUZ.
           MOVE 'N'                    TO ZPAV-FOUND.
           MOVE 'Y'                    TO ZPAV-ALLOW.
           MOVE SPACES                 TO ZPAV-REASON.
           MOVE ZEROES                 TO ZPAV-SALESTRT
                                          ZPAV-LASTAPPL
                                          ZPAV-GRACEND
                                          ZPAV-LASTISSU
                                          ZPAV-WARNDAYS.
      *
           IF ZPAV-FUNCTION         NOT = 'APPL' AND 'ISSU'
              MOVE BOMB                TO ZPAV-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           IF ZPAV-RCVDATE              = ZERO
           OR ZPAV-EFFDATE              = ZERO
              MOVE TDAY                TO DTC1-FUNCTION
              CALL 'DATCON1'        USING DTC1-DATCON1-REC
              IF ZPAV-RCVDATE           = ZERO
                 MOVE DTC1-INT-DATE    TO ZPAV-RCVDATE
              END-IF
              IF ZPAV-EFFDATE           = ZERO
                 MOVE DTC1-INT-DATE    TO ZPAV-EFFDATE
              END-IF
           END-IF.
      *
           IF ZPAV-SIGNDATE             = ZERO
              MOVE ZPAV-RCVDATE        TO ZPAV-SIGNDATE
           END-IF.
      *
           PERFORM 100-READ-TV140.
      *
           IF ZPAV-STATUZ           NOT = O-K
           OR ZPAV-FOUND            NOT = 'Y'
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 200-CHECK-WINDOWS.
      *
       090-EXIT.
           EXIT PROGRAM.
      /
       100-READ-TV140 SECTION.
      ************************
       110-START.
      *
      *  The channel's own item, else the one for every channel.
      *
           MOVE ZPAV-CNTTYPE           TO WSAA-ITEM-CNTTYPE.
           MOVE ZPAV-SRCEBUS           TO WSAA-ITEM-SRCEBUS.
      *
           IF ZPAV-SRCEBUS              = SPACES
              MOVE '**'                TO WSAA-ITEM-SRCEBUS
           END-IF.
      *
           PERFORM 150-READ-ITEM.
      *
           IF  ZPAV-STATUZ              = O-K
           AND ITEM-STATUZ              = MRNF
           AND WSAA-ITEM-SRCEBUS    NOT = '**'
               MOVE '**'               TO WSAA-ITEM-SRCEBUS
               PERFORM 150-READ-ITEM
           END-IF.
      *
           IF ZPAV-STATUZ           NOT = O-K
           OR ITEM-STATUZ               = MRNF
              GO TO 190-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV140-TV140-REC.
           MOVE 'Y'                    TO ZPAV-FOUND.
           MOVE TV140-SALESTRT         TO ZPAV-SALESTRT.
           MOVE TV140-LASTAPPL         TO ZPAV-LASTAPPL.
           MOVE TV140-LASTISSU         TO ZPAV-LASTISSU.
           MOVE TV140-WARNDAYS         TO ZPAV-WARNDAYS.
      *
      *  The end of the grace window for late-arriving proposals
      *  signed before closure.
      *
           MOVE TV140-LASTAPPL         TO ZPAV-GRACEND.
      *
           IF  TV140-LASTAPPL       NOT = ZERO
           AND TV140-GRACDAYS       NOT = ZERO
               INITIALIZE              DTC2-DATCON2-REC
               MOVE 'DY'               TO DTC2-FREQUENCY
               MOVE TV140-GRACDAYS     TO DTC2-FREQ-FACTOR
               MOVE TV140-LASTAPPL     TO DTC2-INT-DATE-1
               CALL 'DATCON2'       USING DTC2-DATCON2-REC
               IF DTC2-STATUZ      NOT = O-K
                  MOVE DTC2-STATUZ     TO SYSR-STATUZ
                  MOVE DTC2-DATCON2-REC
                                       TO SYSR-PARAMS
                  MOVE BOMB            TO ZPAV-STATUZ
                  GO TO 190-EXIT
               END-IF
               MOVE DTC2-INT-DATE-2    TO ZPAV-GRACEND
           END-IF.
      *
       190-EXIT.
           EXIT.
      /
       150-READ-ITEM SECTION.
      ***********************
       151-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE ZPAV-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV140                  TO ITEM-ITEMTABL.
           MOVE WSAA-ITEM-KEY          TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZPAV-STATUZ
           END-IF.
      *
       159-EXIT.
           EXIT.
      /
       200-CHECK-WINDOWS SECTION.
      ***************************
       210-START.
      *
           IF ZPAV-SIGNDATE             < ZPAV-SALESTRT
              MOVE 'NSAL'              TO ZPAV-REASON
              GO TO 280-REFUSE
           END-IF.
      *
           IF ZPAV-LASTAPPL             = ZERO
              GO TO 250-ISSUE
           END-IF.
      *
           IF ZPAV-SIGNDATE             > ZPAV-LASTAPPL
              MOVE 'CLSD'              TO ZPAV-REASON
              GO TO 280-REFUSE
           END-IF.
      *
           IF ZPAV-RCVDATE              > ZPAV-GRACEND
              MOVE 'LATE'              TO ZPAV-REASON
              GO TO 280-REFUSE
           END-IF.
      *
       250-ISSUE.
      *
           IF ZPAV-FUNCTION             = 'APPL'
           OR ZPAV-LASTISSU             = ZERO
              GO TO 290-EXIT
           END-IF.
      *
           IF ZPAV-EFFDATE              > ZPAV-LASTISSU
              MOVE 'ISSX'              TO ZPAV-REASON
              GO TO 280-REFUSE
           END-IF.
      *
           GO TO 290-EXIT.
      *
       280-REFUSE.
      *
           MOVE 'N'                    TO ZPAV-ALLOW.
      *
       290-EXIT.
           EXIT.
