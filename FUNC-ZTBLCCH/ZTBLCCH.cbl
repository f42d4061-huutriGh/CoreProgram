       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTBLCCH.
      *
      * Copyright 1986-2026, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      * BATCH TABLE CACHE.
      *
      * Holds the smart-table rows a batch program looks up record
      * after record in memory for the run, so that the same ITEM
      * and ITDM rows (T5687, T5645, TR52D, T6654, the TV tables
      * ...) are read from the database once rather than once per
      * contract.  The program calls this routine in place of
      * ITEMIO / ITDMIO, passing the same parameter block:
      *
      *     'ITEM' - ITEM-PARAMS: a READR is answered from memory
      *              once the item has been read, an item found
      *              missing (MRNF) included;
      *     'ITDM' - ITDM-PARAMS: a BEGN on a date is answered from
      *              memory when the date falls within the from and
      *              to dates of a row already read for the item, or
      *              on or before a date already found to have no
      *              row in force (ENDP);
      *     'STRT' - called by the batch mainline (MAINB) at the
      *              start of the run: the cache and the counts are
      *              emptied.  The parameter block is not used.
      *
      * Any other IO function (NEXTR and the like) is passed to the
      * IO module unchanged, as are the keyed reads of a program
      * that reads on from the row returned - a program may only
      * use the cache for single lookups.
      *
      * A row answered 1000 times from memory is read again and its
      * change timestamp (DATIME) compared: when it has moved, or
      * the row has come or gone, the table has been maintained
      * during the run and every row held for that table is dropped,
      * to be reloaded from the database as it is next asked for.
      *
      * Each answer from memory adds one to the hit count and each
      * database read one to the miss count; MAINB passes both to
      * ZRUNHST for the run-history record.  When the cache is full
      * further rows are simply read from the database each time.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2695       Phi Tran - IT DEV                    *
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
       01  WSAA-SUBR                   PIC X(08) VALUE 'ZTBLCCH'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-CACHE-MAX              PIC S9(05) COMP-3 VALUE 500.
       01  WSAA-RECHECK                PIC S9(05) COMP-3 VALUE 1000.
      *
       01  WSAA-USED                   PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-IX                     PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-HIT-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-NEG-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-FREE-IX                PIC S9(05) COMP-3 VALUE 0.
      *
       01  WSAA-FOUND                  PIC X(01) VALUE 'N'.
       01  WSAA-CHANGED                PIC X(01) VALUE 'N'.
       01  WSAA-REQ-DATE               PIC 9(08) VALUE 0.
      *
      *  The key of the lookup in hand.
      *
       01  WSAA-KEY.
           03  WSAA-KEY-TYPE           PIC X(01).
           03  WSAA-KEY-PFX            PIC X(02).
           03  WSAA-KEY-COY            PIC X(01).
           03  WSAA-KEY-TABL           PIC X(05).
           03  WSAA-KEY-ITEM           PIC X(08).
           03  WSAA-KEY-SEQ            PIC X(02).
      *
      *  The row as read from the database, to be held.
      *
       01  WSAA-NEW.
           03  WSAA-NEW-FROM           PIC 9(08).
           03  WSAA-NEW-TO             PIC 9(08).
           03  WSAA-NEW-STATUZ         PIC X(04).
           03  WSAA-NEW-DATIME         PIC X(26).
           03  WSAA-NEW-GENAREA        PIC X(500).
      *
      *  The cache.  Type 'I' an ITEM row, 'D' an ITDM row, space a
      *  free entry.  A dated row held as not found has status ENDP,
      *  from date zero and, as to date, the latest date looked up.
      *
       01  WSAA-CACHE.
           03  WSAA-CCH-ENTRY          OCCURS 500.
               05  WSAA-CCH-TYPE       PIC X(01).
               05  WSAA-CCH-PFX        PIC X(02).
               05  WSAA-CCH-COY        PIC X(01).
               05  WSAA-CCH-TABL       PIC X(05).
               05  WSAA-CCH-ITEM       PIC X(08).
               05  WSAA-CCH-SEQ        PIC X(02).
               05  WSAA-CCH-FROM       PIC 9(08).
               05  WSAA-CCH-TO         PIC 9(08).
               05  WSAA-CCH-STATUZ     PIC X(04).
               05  WSAA-CCH-DATIME     PIC X(26).
               05  WSAA-CCH-USES       PIC S9(05) COMP-3.
               05  WSAA-CCH-GENAREA    PIC X(500).
      *
           COPY CONERRREC.
           COPY CONLOGREC.
           COPY SYSERRREC.
           COPY VARCOM.
           COPY ITEMSKM.
           COPY ITDMSKM.
      /
      *
       LINKAGE SECTION.
      *****************
      *
       01  LSAA-FUNCTION               PIC X(04).
       01  LSAA-PARAMS                 PIC X(2000).
       01  LSAA-HITS                   PIC S9(09) COMP-3.
       01  LSAA-MISSES                 PIC S9(09) COMP-3.
      /
       PROCEDURE DIVISION           USING LSAA-FUNCTION
                                          LSAA-PARAMS
                                          LSAA-HITS
                                          LSAA-MISSES.
      *
       000-MAIN SECTION.
      ******************
       010-START.
      *
           IF LSAA-FUNCTION             = 'STRT'
              MOVE ZERO                TO WSAA-USED
                                          LSAA-HITS
                                          LSAA-MISSES
              GO TO 090-EXIT
           END-IF.
      *
           IF LSAA-FUNCTION             = 'ITEM'
              MOVE LSAA-PARAMS (1:LENGTH OF ITEM-PARAMS)
                                       TO ITEM-PARAMS
              PERFORM 200-ITEM-LOOKUP
              MOVE ITEM-PARAMS         TO
                                 LSAA-PARAMS (1:LENGTH OF ITEM-PARAMS)
              GO TO 090-EXIT
           END-IF.
      *
           IF LSAA-FUNCTION             = 'ITDM'
              MOVE LSAA-PARAMS (1:LENGTH OF ITDM-PARAMS)
                                       TO ITDM-PARAMS
              PERFORM 300-ITDM-LOOKUP
              MOVE ITDM-PARAMS         TO
                                 LSAA-PARAMS (1:LENGTH OF ITDM-PARAMS)
              GO TO 090-EXIT
           END-IF.
      *
       090-EXIT.
           EXIT PROGRAM.
      /
       200-ITEM-LOOKUP SECTION.
      *************************
       210-START.
      *
           IF ITEM-FUNCTION         NOT = READR
              CALL 'ITEMIO'         USING ITEM-PARAMS
              GO TO 290-EXIT
           END-IF.
      *
           MOVE 'I'                    TO WSAA-KEY-TYPE.
           MOVE ITEM-ITEMPFX           TO WSAA-KEY-PFX.
           MOVE ITEM-ITEMCOY           TO WSAA-KEY-COY.
           MOVE ITEM-ITEMTABL          TO WSAA-KEY-TABL.
           MOVE ITEM-ITEMITEM          TO WSAA-KEY-ITEM.
           MOVE ITEM-ITEMSEQ           TO WSAA-KEY-SEQ.
           MOVE ZERO                   TO WSAA-REQ-DATE.
      *
           PERFORM 500-FIND-ENTRY.
      *
           IF  WSAA-FOUND               = 'Y'
           AND WSAA-CCH-USES (WSAA-HIT-IX) < WSAA-RECHECK
               ADD 1                   TO WSAA-CCH-USES (WSAA-HIT-IX)
                                          LSAA-HITS
               MOVE WSAA-CCH-STATUZ (WSAA-HIT-IX)
                                       TO ITEM-STATUZ
               MOVE WSAA-CCH-DATIME (WSAA-HIT-IX)
                                       TO ITEM-DATIME
               MOVE WSAA-CCH-GENAREA (WSAA-HIT-IX)
                                       TO ITEM-GENAREA
               GO TO 290-EXIT
           END-IF.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
           ADD 1                       TO LSAA-MISSES.
      *
      *  An IO error is the caller's to report; it is not held.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              GO TO 290-EXIT
           END-IF.
      *
           MOVE ZERO                   TO WSAA-NEW-FROM
                                          WSAA-NEW-TO.
           MOVE ITEM-STATUZ            TO WSAA-NEW-STATUZ.
           MOVE SPACES                 TO WSAA-NEW-DATIME
                                          WSAA-NEW-GENAREA.
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-DATIME         TO WSAA-NEW-DATIME
              MOVE ITEM-GENAREA        TO WSAA-NEW-GENAREA
           END-IF.
      *
           PERFORM 400-RECHECK-OR-STORE.
      *
       290-EXIT.
           EXIT.
      /
       300-ITDM-LOOKUP SECTION.
      *************************
       310-START.
      *
           IF ITDM-FUNCTION         NOT = BEGN
              CALL 'ITDMIO'         USING ITDM-PARAMS
              GO TO 390-EXIT
           END-IF.
      *
           MOVE 'D'                    TO WSAA-KEY-TYPE.
           MOVE SPACES                 TO WSAA-KEY-PFX
                                          WSAA-KEY-SEQ.
           MOVE ITDM-ITEMCOY           TO WSAA-KEY-COY.
           MOVE ITDM-ITEMTABL          TO WSAA-KEY-TABL.
           MOVE ITDM-ITEMITEM          TO WSAA-KEY-ITEM.
           MOVE ITDM-ITMFRM            TO WSAA-REQ-DATE.
      *
           PERFORM 500-FIND-ENTRY.
      *
           IF  WSAA-FOUND               = 'Y'
           AND WSAA-CCH-USES (WSAA-HIT-IX) < WSAA-RECHECK
               ADD 1                   TO WSAA-CCH-USES (WSAA-HIT-IX)
                                          LSAA-HITS
               PERFORM 350-RETURN-ITDM
               GO TO 390-EXIT
           END-IF.
      *
           CALL 'ITDMIO'            USING ITDM-PARAMS.
           ADD 1                       TO LSAA-MISSES.
      *
           IF ITDM-STATUZ           NOT = O-K AND ENDP
              GO TO 390-EXIT
           END-IF.
      *
      *  The BEGN lands on the next item when there is no row in
      *  force on the date: held as not found up to the date.
      *
           IF ITDM-STATUZ               = ENDP
           OR ITDM-ITEMCOY          NOT = WSAA-KEY-COY
           OR ITDM-ITEMTABL         NOT = WSAA-KEY-TABL
           OR ITDM-ITEMITEM         NOT = WSAA-KEY-ITEM
              MOVE ZERO                TO WSAA-NEW-FROM
              MOVE WSAA-REQ-DATE       TO WSAA-NEW-TO
              MOVE ENDP                TO WSAA-NEW-STATUZ
              MOVE SPACES              TO WSAA-NEW-DATIME
                                          WSAA-NEW-GENAREA
           ELSE
              MOVE ITDM-ITMFRM         TO WSAA-NEW-FROM
              MOVE ITDM-ITMTO          TO WSAA-NEW-TO
              MOVE O-K                 TO WSAA-NEW-STATUZ
              MOVE ITDM-DATIME         TO WSAA-NEW-DATIME
              MOVE ITDM-GENAREA        TO WSAA-NEW-GENAREA
           END-IF.
      *
      *  A row whose to date falls short of the date asked for is
      *  returned as read but not held - the lookup stays exact.
      *  Met on a re-check, the row held has been superseded.
      *
           IF  WSAA-NEW-STATUZ          = O-K
           AND WSAA-NEW-TO              < WSAA-REQ-DATE
               IF WSAA-FOUND            = 'Y'
                  PERFORM 600-DROP-TABLE
                      VARYING WSAA-IX FROM 1 BY 1
                      UNTIL WSAA-IX     > WSAA-USED
               END-IF
               GO TO 390-EXIT
           END-IF.
      *
      *  A later date with still no row in force widens the entry
      *  already held as not found for the item.
      *
           IF  WSAA-NEW-STATUZ          = ENDP
           AND WSAA-FOUND           NOT = 'Y'
           AND WSAA-NEG-IX              > ZERO
               MOVE WSAA-REQ-DATE      TO WSAA-CCH-TO (WSAA-NEG-IX)
               GO TO 390-EXIT
           END-IF.
      *
           PERFORM 400-RECHECK-OR-STORE.
      *
       390-EXIT.
           EXIT.
      /
       350-RETURN-ITDM SECTION.
      *************************
       351-START.
      *
           MOVE WSAA-CCH-STATUZ (WSAA-HIT-IX)
                                       TO ITDM-STATUZ.
      *
           IF WSAA-CCH-STATUZ (WSAA-HIT-IX) = ENDP
              MOVE SPACES              TO ITDM-ITEMITEM
              GO TO 359-EXIT
           END-IF.
      *
           MOVE WSAA-CCH-FROM (WSAA-HIT-IX)
                                       TO ITDM-ITMFRM.
           MOVE WSAA-CCH-TO (WSAA-HIT-IX)
                                       TO ITDM-ITMTO.
           MOVE WSAA-CCH-DATIME (WSAA-HIT-IX)
                                       TO ITDM-DATIME.
           MOVE WSAA-CCH-GENAREA (WSAA-HIT-IX)
                                       TO ITDM-GENAREA.
      *
       359-EXIT.
           EXIT.
      /
       400-RECHECK-OR-STORE SECTION.
      ******************************
       410-START.
      *
           IF WSAA-FOUND            NOT = 'Y'
              PERFORM 700-STORE-ENTRY
              GO TO 490-EXIT
           END-IF.
      *
      *  A row due its re-check: unchanged, it is served from
      *  memory for another round.
      *
           MOVE 'N'                    TO WSAA-CHANGED.
      *
           IF WSAA-NEW-STATUZ       NOT = WSAA-CCH-STATUZ (WSAA-HIT-IX)
           OR WSAA-NEW-DATIME       NOT = WSAA-CCH-DATIME (WSAA-HIT-IX)
           OR WSAA-NEW-FROM         NOT = WSAA-CCH-FROM (WSAA-HIT-IX)
              MOVE 'Y'                 TO WSAA-CHANGED
           END-IF.
      *
           IF WSAA-CHANGED              = 'N'
              MOVE ZERO                TO WSAA-CCH-USES (WSAA-HIT-IX)
              GO TO 490-EXIT
           END-IF.
      *
           PERFORM 600-DROP-TABLE
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > WSAA-USED.
      *
           PERFORM 700-STORE-ENTRY.
      *
       490-EXIT.
           EXIT.
      /
       500-FIND-ENTRY SECTION.
      ************************
       510-START.
      *
           MOVE 'N'                    TO WSAA-FOUND.
           MOVE ZERO                   TO WSAA-HIT-IX
                                          WSAA-NEG-IX.
      *
           PERFORM 550-CHECK-ENTRY
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > WSAA-USED
               OR    WSAA-FOUND         = 'Y'.
      *
       590-EXIT.
           EXIT.
      /
       550-CHECK-ENTRY SECTION.
      *************************
       551-START.
      *
           IF WSAA-CCH-TYPE (WSAA-IX)  NOT = WSAA-KEY-TYPE
           OR WSAA-CCH-PFX (WSAA-IX)   NOT = WSAA-KEY-PFX
           OR WSAA-CCH-COY (WSAA-IX)   NOT = WSAA-KEY-COY
           OR WSAA-CCH-TABL (WSAA-IX)  NOT = WSAA-KEY-TABL
           OR WSAA-CCH-ITEM (WSAA-IX)  NOT = WSAA-KEY-ITEM
           OR WSAA-CCH-SEQ (WSAA-IX)   NOT = WSAA-KEY-SEQ
              GO TO 559-EXIT
           END-IF.
      *
           IF WSAA-CCH-STATUZ (WSAA-IX) = ENDP
              MOVE WSAA-IX             TO WSAA-NEG-IX
           END-IF.
      *
           IF WSAA-KEY-TYPE             = 'D'
              IF WSAA-REQ-DATE          < WSAA-CCH-FROM (WSAA-IX)
              OR WSAA-REQ-DATE          > WSAA-CCH-TO (WSAA-IX)
                 GO TO 559-EXIT
              END-IF
           END-IF.
      *
           MOVE 'Y'                    TO WSAA-FOUND.
           MOVE WSAA-IX                TO WSAA-HIT-IX.
      *
       559-EXIT.
           EXIT.
      /
       600-DROP-TABLE SECTION.
      ************************
       610-START.
      *
           IF  WSAA-CCH-COY (WSAA-IX)   = WSAA-KEY-COY
           AND WSAA-CCH-TABL (WSAA-IX)  = WSAA-KEY-TABL
               MOVE SPACE              TO WSAA-CCH-TYPE (WSAA-IX)
           END-IF.
      *
       690-EXIT.
           EXIT.
      /
       700-STORE-ENTRY SECTION.
      *************************
       710-START.
      *
           MOVE ZERO                   TO WSAA-FREE-IX.
      *
           PERFORM 750-CHECK-FREE
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > WSAA-USED
               OR    WSAA-FREE-IX       > ZERO.
      *
           IF WSAA-FREE-IX              = ZERO
              IF WSAA-USED          NOT < WSAA-CACHE-MAX
                 GO TO 790-EXIT
              END-IF
              ADD 1                    TO WSAA-USED
              MOVE WSAA-USED           TO WSAA-FREE-IX
           END-IF.
      *
           MOVE WSAA-KEY-TYPE          TO WSAA-CCH-TYPE (WSAA-FREE-IX).
           MOVE WSAA-KEY-PFX           TO WSAA-CCH-PFX (WSAA-FREE-IX).
           MOVE WSAA-KEY-COY           TO WSAA-CCH-COY (WSAA-FREE-IX).
           MOVE WSAA-KEY-TABL          TO WSAA-CCH-TABL (WSAA-FREE-IX).
           MOVE WSAA-KEY-ITEM          TO WSAA-CCH-ITEM (WSAA-FREE-IX).
           MOVE WSAA-KEY-SEQ           TO WSAA-CCH-SEQ (WSAA-FREE-IX).
           MOVE WSAA-NEW-FROM          TO WSAA-CCH-FROM (WSAA-FREE-IX).
           MOVE WSAA-NEW-TO            TO WSAA-CCH-TO (WSAA-FREE-IX).
           MOVE WSAA-NEW-STATUZ        TO
                                       WSAA-CCH-STATUZ (WSAA-FREE-IX).
           MOVE WSAA-NEW-DATIME        TO
                                       WSAA-CCH-DATIME (WSAA-FREE-IX).
           MOVE WSAA-NEW-GENAREA       TO
                                       WSAA-CCH-GENAREA (WSAA-FREE-IX).
           MOVE ZERO                   TO WSAA-CCH-USES (WSAA-FREE-IX).
      *
       790-EXIT.
           EXIT.
      /
       750-CHECK-FREE SECTION.
      ************************
       751-START.
      *
           IF WSAA-CCH-TYPE (WSAA-IX)   = SPACE
              MOVE WSAA-IX             TO WSAA-FREE-IX
           END-IF.
      *
       759-EXIT.
           EXIT.
