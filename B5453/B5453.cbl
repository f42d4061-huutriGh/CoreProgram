      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5453.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   AGENT CASH-COLLECTION FLOAT AGEING.
      *
      *   Daily.  Sweeps the agents (AGLF) and ages the client
      *   money each one holds: the temporary receipt slips the
      *   agent has reported written (P5404 action 'T', ZTRS
      *   status 'O') that PR289 has not yet turned into an
      *   official receipt.  Age is counted in working days from
      *   the collection date to the effective date, through the
      *   TV092 calendar (ZWDADJ); a slip collected on the last
      *   working day is one day old.
      *
      *   ZFLAPF is written for the branches, by record type:
      *
      *       SLIP  one line per outstanding slip, with the agent,
      *             the issuing branch of the book, the amount, the
      *             working days held and OVERDUE 'Y' beyond the
      *             TV155 limit
      *       HOLD  an agent newly put on commission hold
      *       RELS  an agent whose hold is released
      *
      *   An agent holding any slip beyond the limit has commission
      *   payments held the way P5074AT's 2A00-COMMISSION-HOLD holds
      *   them: each payable AGPY row not yet through the payment
      *   cycle is given the maximum effective date.  The original
      *   date is kept on the ZFHR register and the hold on ZFHD.
      *   Payables arriving while the agent is on hold are held on
      *   the following runs.  The agent and the agent's unit
      *   manager (the reporting agent on AGLFLNB) are each sent a
      *   notice through TR384 / LETRQST when the hold is first put
      *   on.
      *
      *   Once no slip is beyond the limit - the money has been
      *   receipted - the hold is released: every payable held is
      *   given back its original effective date.
      *
      *   The TV155 item is the program name: the limit in working
      *   days (2 where there is no item) and HOLDIND 'N' to age and
      *   report only.  The age is counted up to 60 working days.
      *
      *   Control totals:
      *     01  -  Agents read
      *     02  -  Slips outstanding
      *     03  -  Amount outstanding
      *     04  -  Agents put on hold
      *     05  -  Agents released
      *     06  -  Payables held
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
      * 15/10/26  01/01   PH2684       Phi Tran - IT DEV                    *
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
           SELECT ZFLAPF               ASSIGN TO DATABASE-ZFLAPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZFLAPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZFLAPF-REC.
       01  ZFLAPF-REC.
           COPY DDS-ALL-FORMATS            OF ZFLAPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5453'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-AGNTNUM                PIC X(08) VALUE SPACES.
       01  WSAA-CLNTNUM                PIC X(08) VALUE SPACES.
       01  WSAA-MANAGER                PIC X(08) VALUE SPACES.
       01  WSAA-ZTRS-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-AGPY-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZFHR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-HELD                   PIC X(01) VALUE 'N'.
       01  WSAA-ZFHD-FOUND             PIC X(01) VALUE 'N'.
       01  WSAA-LETTER-TYPE            PIC X(08) VALUE SPACES.
       01  WSAA-EFFDATE                PIC 9(08) VALUE 0.
       01  WSAA-WORK-DATE              PIC 9(08) VALUE 0.
       01  WSAA-AGE                    PIC 9(03) VALUE 0.
      *
      *    The agent's float.
      *
       01  WSAA-FLOATCNT               PIC 9(05) VALUE 0.
       01  WSAA-FLOATAMT               PIC S9(11)V9(02) COMP-3 VALUE 0.
       01  WSAA-MAXDAYS                PIC 9(03) VALUE 0.
       01  WSAA-OLDEST                 PIC 9(08) VALUE 0.
       01  WSAA-AGT-BRANCH             PIC X(02) VALUE SPACES.
       01  WSAA-LAST-BOOKNO            PIC X(08) VALUE SPACES.
       01  WSAA-BRANCH                 PIC X(02) VALUE SPACES.
      *
       01  WSAA-HOLD-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-RELS-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-SLIP-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-OVER-CNT               PIC 9(07) COMP-3 VALUE 0.
      *
      *    The working days back from the effective date, latest
      *    first; a date's age is the number of them after it.
      *
       01  WSAA-WDAY-IX                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-WDAY-TAB.
           03  WSAA-WDAY-DATE          PIC 9(08) OCCURS 60 TIMES.
      *
      *    The agent's payables to hold, gathered before any is
      *    changed; more than the table holds are taken next run.
      *
       01  WSAA-RRN-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-RRN-CNT                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-RRN-TAB.
           03  WSAA-RRN-ENTRY          OCCURS 200 TIMES.
               05  WSAA-RRN            PIC X(30).
               05  WSAA-RRN-EFF        PIC 9(08).
               05  WSAA-RRN-AMT        PIC S9(11)V9(02) COMP-3.
      *
       01  WSAA-OTHER-KEYS.
           05  WSAA-OK-LANGUAGE        PIC X(01).
           05  WSAA-OK-ROLE            PIC X(01).
           05  WSAA-OK-MAXDAYS         PIC 9(03).
           05  WSAA-OK-OLDEST          PIC 9(08).
      *
       01  WSAA-TR384-KEY.
           05  WSAA-ITEM-BATCTRCDE     PIC X(04).
           05  WSAA-ITEM-CNTTYPE       PIC X(03).
      *
       01  FORMATS.
           03  AGLFREC                 PIC X(10) VALUE 'AGLFREC'.
           03  AGLFLNBREC              PIC X(10) VALUE 'AGLFLNBREC'.
           03  AGNTREC                 PIC X(10) VALUE 'AGNTREC'.
           03  AGPYAGTREC              PIC X(10) VALUE 'AGPYAGTREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZFHDREC                 PIC X(10) VALUE 'ZFHDREC'.
           03  ZFHRREC                 PIC X(10) VALUE 'ZFHRREC'.
           03  ZRBKREC                 PIC X(10) VALUE 'ZRBKREC'.
           03  ZTRSAGTREC              PIC X(10) VALUE 'ZTRSAGTREC'.
      *
       01  TABLES.
           03  TR384                   PIC X(06) VALUE 'TR384'.
           03  TV155                   PIC X(06) VALUE 'TV155'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.
           03  CT06                    PIC 9(02) VALUE 06.
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY VARCOM.
           COPY SMTPFXCPY.
           COPY CONTOTREC.
           COPY DATCON2REC.
           COPY ZWDADJREC.
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY ITEMSKM.
           COPY TR384REC.
           COPY TV155REC.
           COPY LETRQSTREC.
      /
           COPY AGLFSKM.
           COPY AGLFLNBSKM.
           COPY AGNTSKM.
           COPY AGPYAGTSKM.
           COPY ZFHDSKM.
           COPY ZFHRSKM.
           COPY ZRBKSKM.
           COPY ZTRSAGTSKM.
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
           OPEN OUTPUT ZFLAPF.
      *
      *  The limit in working days, and whether to hold.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV155                  TO ITEM-ITEMTABL.
           MOVE WSAA-PROG              TO ITEM-ITEMITEM.
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
              MOVE ITEM-GENAREA        TO TV155-TV155-REC
           ELSE
              MOVE SPACES              TO TV155-TV155-REC
              MOVE 2                   TO TV155-FLOATDAYS
           END-IF.
      *
           IF TV155-HOLDIND         NOT = 'N'
              MOVE 'Y'                 TO TV155-HOLDIND
           END-IF.
      *
      *  The hold notice letter type.
      *
           MOVE BPRD-AUTH-CODE         TO WSAA-ITEM-BATCTRCDE.
           MOVE '***'                  TO WSAA-ITEM-CNTTYPE.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TR384                  TO ITEM-ITEMTABL.
           MOVE WSAA-TR384-KEY         TO ITEM-ITEMITEM.
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
              MOVE ITEM-GENAREA        TO TR384-TR384-REC
              MOVE TR384-LETTER-TYPE   TO WSAA-LETTER-TYPE
           END-IF.
      *
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-WORK-DATE.
      *
           PERFORM 1100-PRIOR-WORK-DAY
               VARYING WSAA-WDAY-IX FROM 1 BY 1
               UNTIL WSAA-WDAY-IX       > 60.
      *
           INITIALIZE                  AGLF-PARAMS.
           MOVE BSPR-COMPANY           TO AGLF-AGNTCOY.
           MOVE BEGN                   TO AGLF-FUNCTION.
           MOVE AGLFREC                TO AGLF-FORMAT.
           MOVE 'Y'                    TO WSAA-FIRST-READ.
      *
       1090-EXIT.
           EXIT.
      /
       1100-PRIOR-WORK-DAY SECTION.
      *****************************
      *
       1110-START.
      *
      *  Roll back off non-working days through the TV092
      *  calendar, then step to the day before.
      *
           INITIALIZE                  ZWDA-ZWDADJ-REC.
           MOVE BSPR-COMPANY           TO ZWDA-COMPANY.
           MOVE 'B'                    TO ZWDA-DIRECTION.
           MOVE WSAA-WORK-DATE         TO ZWDA-DATE-IN.
      *
           CALL 'ZWDADJ'            USING ZWDA-ZWDADJ-REC.
      *
           IF ZWDA-STATUZ           NOT = O-K
              MOVE ZWDA-STATUZ         TO SYSR-STATUZ
              MOVE ZWDA-ZWDADJ-REC     TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ZWDA-DATE-OUT          TO WSAA-WDAY-DATE (WSAA-WDAY-IX).
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE 'DY'                   TO DTC2-FREQUENCY.
           MOVE -1                     TO DTC2-FREQ-FACTOR.
           MOVE ZWDA-DATE-OUT          TO DTC2-INT-DATE-1.
      *
           CALL 'DATCON2'           USING DTC2-DATCON2-REC.
      *
           IF DTC2-STATUZ           NOT = O-K
              MOVE DTC2-STATUZ         TO SYSR-STATUZ
              MOVE DTC2-DATCON2-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC2-INT-DATE-2        TO WSAA-WORK-DATE.
      *
       1190-EXIT.
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
              MOVE NEXTR               TO AGLF-FUNCTION
           END-IF.
      *
           CALL 'AGLFIO'            USING AGLF-PARAMS.
      *
           IF AGLF-STATUZ           NOT = O-K AND ENDP
              MOVE AGLF-STATUZ         TO SYSR-STATUZ
              MOVE AGLF-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF AGLF-STATUZ               = ENDP
           OR AGLF-AGNTCOY (1:1)    NOT = BSPR-COMPANY
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
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
           MOVE AGLF-AGNTNUM (1:8)     TO WSAA-AGNTNUM.
      *
       2590-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE ZERO                   TO WSAA-FLOATCNT
                                          WSAA-FLOATAMT
                                          WSAA-MAXDAYS
                                          WSAA-OLDEST.
           MOVE SPACES                 TO WSAA-AGT-BRANCH.
           MOVE 'N'                    TO WSAA-ZTRS-EOF.
      *
           INITIALIZE                  ZTRSAGT-PARAMS.
           MOVE BSPR-COMPANY           TO ZTRSAGT-COMPANY.
           MOVE WSAA-AGNTNUM           TO ZTRSAGT-AGNTNUM.
           MOVE ZEROES                 TO ZTRSAGT-SLIPNO.
           MOVE ZTRSAGTREC             TO ZTRSAGT-FORMAT.
           MOVE BEGN                   TO ZTRSAGT-FUNCTION.
      *
           PERFORM 3100-ONE-SLIP
               UNTIL WSAA-ZTRS-EOF      = 'Y'.
      *
           PERFORM 3300-READ-HOLD.
      *
           IF  WSAA-MAXDAYS             > TV155-FLOATDAYS
           AND TV155-HOLDIND            = 'Y'
               PERFORM 3400-HOLD-AGENT
               GO TO 3090-EXIT
           END-IF.
      *
           IF WSAA-HELD                 = 'Y'
              PERFORM 3700-RELEASE-AGENT
           END-IF.
      *
       3090-EXIT.
           EXIT.
      /
       3100-ONE-SLIP SECTION.
      ***********************
      *
       3110-START.
      *
           CALL 'ZTRSAGTIO'         USING ZTRSAGT-PARAMS.
      *
           IF ZTRSAGT-STATUZ        NOT = O-K AND ENDP
              MOVE ZTRSAGT-STATUZ      TO SYSR-STATUZ
              MOVE ZTRSAGT-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZTRSAGT-STATUZ            = ENDP
           OR ZTRSAGT-COMPANY       NOT = BSPR-COMPANY
           OR ZTRSAGT-AGNTNUM       NOT = WSAA-AGNTNUM
              MOVE 'Y'                 TO WSAA-ZTRS-EOF
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZTRSAGT-FUNCTION.
      *
           IF ZTRSAGT-SLIPSTAT      NOT = 'O'
              GO TO 3190-EXIT
           END-IF.
      *
           PERFORM 3200-AGE-SLIP.
           PERFORM 3250-GET-BRANCH.
      *
           ADD 1                       TO WSAA-FLOATCNT
                                          WSAA-SLIP-CNT.
           ADD ZTRSAGT-COLLAMT         TO WSAA-FLOATAMT.
      *
           IF WSAA-OLDEST               = ZERO
           OR ZTRSAGT-COLLDATE          < WSAA-OLDEST
              MOVE ZTRSAGT-COLLDATE    TO WSAA-OLDEST
              MOVE WSAA-BRANCH         TO WSAA-AGT-BRANCH
           END-IF.
      *
           IF WSAA-AGE                  > WSAA-MAXDAYS
              MOVE WSAA-AGE            TO WSAA-MAXDAYS
           END-IF.
      *
           MOVE SPACES                 TO ZFLAPF-REC.
           MOVE 'SLIP'                 TO RECTYPE   OF ZFLAPF.
           MOVE WSAA-AGNTNUM           TO AGNTNUM   OF ZFLAPF.
           MOVE WSAA-BRANCH            TO BRANCH    OF ZFLAPF.
           MOVE ZTRSAGT-BOOKNO         TO BOOKNO    OF ZFLAPF.
           MOVE ZTRSAGT-SLIPNO         TO SLIPNO    OF ZFLAPF.
           MOVE ZTRSAGT-COLLDATE       TO COLLDATE  OF ZFLAPF.
           MOVE ZTRSAGT-COLLAMT        TO COLLAMT   OF ZFLAPF.
           MOVE WSAA-AGE               TO WDAYS     OF ZFLAPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZFLAPF.
      *
           IF WSAA-AGE                  > TV155-FLOATDAYS
              MOVE 'Y'                 TO OVERDUE   OF ZFLAPF
              MOVE 'COLLECTION NOT BANKED WITHIN THE LIMIT'
                                       TO ITEMDESC  OF ZFLAPF
              ADD 1                    TO WSAA-OVER-CNT
           ELSE
              MOVE 'N'                 TO OVERDUE   OF ZFLAPF
           END-IF.
      *
           WRITE ZFLAPF-REC.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE CT03                   TO CONT-TOTNO.
           MOVE ZTRSAGT-COLLAMT        TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3190-EXIT.
           EXIT.
      /
       3200-AGE-SLIP SECTION.
      ***********************
      *
       3210-START.
      *
      *  The working days after the collection date, up to and
      *  including the effective date.
      *
           MOVE ZERO                   TO WSAA-AGE.
      *
           PERFORM 3220-NEXT-WORK-DAY
               VARYING WSAA-WDAY-IX FROM 1 BY 1
               UNTIL WSAA-WDAY-IX       > 60
               OR WSAA-WDAY-DATE (WSAA-WDAY-IX)
                                    NOT > ZTRSAGT-COLLDATE.
      *
       3290-EXIT.
           EXIT.
      /
       3220-NEXT-WORK-DAY SECTION.
      ****************************
      *
       3221-START.
      *
           ADD 1                       TO WSAA-AGE.
      *
       3229-EXIT.
           EXIT.
      /
       3250-GET-BRANCH SECTION.
      *************************
      *
       3251-START.
      *
      *  The branch that issued the book; an agent's slips are
      *  usually all from one book.
      *
           IF ZTRSAGT-BOOKNO            = WSAA-LAST-BOOKNO
              GO TO 3259-EXIT
           END-IF.
      *
           MOVE ZTRSAGT-BOOKNO         TO WSAA-LAST-BOOKNO.
           MOVE SPACES                 TO WSAA-BRANCH.
      *
           INITIALIZE                  ZRBK-PARAMS.
           MOVE BSPR-COMPANY           TO ZRBK-COMPANY.
           MOVE ZTRSAGT-BOOKNO         TO ZRBK-BOOKNO.
           MOVE ZRBKREC                TO ZRBK-FORMAT.
           MOVE READR                  TO ZRBK-FUNCTION.
      *
           CALL 'ZRBKIO'            USING ZRBK-PARAMS.
      *
           IF ZRBK-STATUZ           NOT = O-K AND MRNF
              MOVE ZRBK-STATUZ         TO SYSR-STATUZ
              MOVE ZRBK-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRBK-STATUZ               = O-K
              MOVE ZRBK-BRANCH         TO WSAA-BRANCH
           END-IF.
      *
       3259-EXIT.
           EXIT.
      /
       3300-READ-HOLD SECTION.
      ************************
      *
       3310-START.
      *
           MOVE 'N'                    TO WSAA-HELD
                                          WSAA-ZFHD-FOUND.
      *
           INITIALIZE                  ZFHD-PARAMS.
           MOVE BSPR-COMPANY           TO ZFHD-COMPANY.
           MOVE WSAA-AGNTNUM           TO ZFHD-AGNTNUM.
           MOVE ZFHDREC                TO ZFHD-FORMAT.
           MOVE READH                  TO ZFHD-FUNCTION.
      *
           CALL 'ZFHDIO'            USING ZFHD-PARAMS.
      *
           IF ZFHD-STATUZ           NOT = O-K AND MRNF
              MOVE ZFHD-STATUZ         TO SYSR-STATUZ
              MOVE ZFHD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZFHD-STATUZ               = O-K
              MOVE 'Y'                 TO WSAA-ZFHD-FOUND
              IF ZFHD-HOLDSTAT          = 'H'
                 MOVE 'Y'              TO WSAA-HELD
              END-IF
           END-IF.
      *
       3390-EXIT.
           EXIT.
      /
       3400-HOLD-AGENT SECTION.
      *************************
      *
       3410-START.
      *
           IF WSAA-ZFHD-FOUND           = 'Y'
              MOVE REWRT               TO ZFHD-FUNCTION
           ELSE
              INITIALIZE               ZFHD-PARAMS
              MOVE BSPR-COMPANY        TO ZFHD-COMPANY
              MOVE WSAA-AGNTNUM        TO ZFHD-AGNTNUM
              MOVE WRITR               TO ZFHD-FUNCTION
           END-IF.
      *
           IF WSAA-HELD             NOT = 'Y'
              MOVE 'H'                 TO ZFHD-HOLDSTAT
              MOVE BSSC-EFFECTIVE-DATE TO ZFHD-HOLDDATE
              MOVE ZEROES              TO ZFHD-RELDATE
           END-IF.
      *
           MOVE WSAA-FLOATCNT          TO ZFHD-FLOATCNT.
           MOVE WSAA-FLOATAMT          TO ZFHD-FLOATAMT.
           MOVE WSAA-MAXDAYS           TO ZFHD-MAXDAYS.
           MOVE WSAA-OLDEST            TO ZFHD-OLDEST.
           MOVE ZFHDREC                TO ZFHD-FORMAT.
      *
           CALL 'ZFHDIO'            USING ZFHD-PARAMS.
      *
           IF ZFHD-STATUZ           NOT = O-K
              MOVE ZFHD-STATUZ         TO SYSR-STATUZ
              MOVE ZFHD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  Payables not yet held - all of them on the first day,
      *  any new ones after.
      *
           PERFORM 3450-GATHER-PAYABLES.
      *
           PERFORM 3480-HOLD-PAYABLE
               VARYING WSAA-RRN-IX FROM 1 BY 1
               UNTIL WSAA-RRN-IX        > WSAA-RRN-CNT.
      *
           IF WSAA-HELD                 = 'Y'
              GO TO 3490-EXIT
           END-IF.
      *
           MOVE 'HOLD'                 TO RECTYPE   OF ZFLAPF.
           MOVE 'COMMISSION HELD - CLIENT MONEY NOT BANKED'
                                       TO ITEMDESC  OF ZFLAPF.
           PERFORM 3900-WRITE-AGENT-LINE.
      *
           ADD 1                       TO WSAA-HOLD-CNT.
           MOVE CT04                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
      *  The notices: to the agent, and to the unit manager.
      *
           PERFORM 3800-NOTIFY-AGENT.
      *
       3490-EXIT.
           EXIT.
      /
       3450-GATHER-PAYABLES SECTION.
      ******************************
      *
       3451-START.
      *
           MOVE ZERO                   TO WSAA-RRN-CNT.
           MOVE 'N'                    TO WSAA-AGPY-EOF.
      *
           INITIALIZE                  AGPYAGT-PARAMS.
           MOVE BSPR-COMPANY           TO AGPYAGT-BATCCOY.
           MOVE WSAA-AGNTNUM           TO AGPYAGT-AGNTNUM.
           MOVE AGPYAGTREC             TO AGPYAGT-FORMAT.
           MOVE BEGN                   TO AGPYAGT-FUNCTION.
      *
           PERFORM 3460-ONE-PAYABLE
               UNTIL WSAA-AGPY-EOF      = 'Y'.
      *
       3459-EXIT.
           EXIT.
      /
       3460-ONE-PAYABLE SECTION.
      **************************
      *
       3461-START.
      *
           CALL 'AGPYAGTIO'         USING AGPYAGT-PARAMS.
      *
           IF AGPYAGT-STATUZ        NOT = O-K AND ENDP
              MOVE AGPYAGT-STATUZ      TO SYSR-STATUZ
              MOVE AGPYAGT-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF AGPYAGT-STATUZ            = ENDP
           OR AGPYAGT-BATCCOY       NOT = BSPR-COMPANY
           OR AGPYAGT-AGNTNUM       NOT = WSAA-AGNTNUM
           OR WSAA-RRN-CNT          NOT < 200
              MOVE 'Y'                 TO WSAA-AGPY-EOF
              GO TO 3469-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO AGPYAGT-FUNCTION.
      *
      *  Already held, or already through the payment cycle.
      *
           IF AGPYAGT-EFFDATE           = VRCM-MAX-DATE
           OR AGPYAGT-ZWHTFLG           = 'Y'
              GO TO 3469-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-RRN-CNT.
           MOVE AGPYAGT-RRN            TO WSAA-RRN (WSAA-RRN-CNT).
           MOVE AGPYAGT-EFFDATE (1:8)  TO WSAA-RRN-EFF (WSAA-RRN-CNT).
           MOVE AGPYAGT-ORIGAMT        TO WSAA-RRN-AMT (WSAA-RRN-CNT).
      *
       3469-EXIT.
           EXIT.
      /
       3480-HOLD-PAYABLE SECTION.
      ***************************
      *
       3481-START.
      *
      *  The original date is kept for the release; a payable held
      *  and released before has its row reused.
      *
           INITIALIZE                  ZFHR-PARAMS.
           MOVE BSPR-COMPANY           TO ZFHR-COMPANY.
           MOVE WSAA-AGNTNUM           TO ZFHR-AGNTNUM.
           MOVE WSAA-RRN (WSAA-RRN-IX) TO ZFHR-AGPYRRN.
           MOVE ZFHRREC                TO ZFHR-FORMAT.
           MOVE READH                  TO ZFHR-FUNCTION.
      *
           CALL 'ZFHRIO'            USING ZFHR-PARAMS.
      *
           IF ZFHR-STATUZ           NOT = O-K AND MRNF
              MOVE ZFHR-STATUZ         TO SYSR-STATUZ
              MOVE ZFHR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZFHR-STATUZ               = O-K
              MOVE REWRT               TO ZFHR-FUNCTION
           ELSE
              MOVE WRITR               TO ZFHR-FUNCTION
           END-IF.
      *
           MOVE WSAA-RRN-EFF (WSAA-RRN-IX)
                                       TO ZFHR-ORIGEFF.
           MOVE WSAA-RRN-AMT (WSAA-RRN-IX)
                                       TO ZFHR-ORIGAMT.
           MOVE BSSC-EFFECTIVE-DATE    TO ZFHR-HOLDDATE.
           MOVE ZEROES                 TO ZFHR-RELDATE.
           MOVE ZFHRREC                TO ZFHR-FORMAT.
      *
           CALL 'ZFHRIO'            USING ZFHR-PARAMS.
      *
           IF ZFHR-STATUZ           NOT = O-K
              MOVE ZFHR-STATUZ         TO SYSR-STATUZ
              MOVE ZFHR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           INITIALIZE                  AGPYAGT-PARAMS.
           MOVE WSAA-RRN (WSAA-RRN-IX) TO AGPYAGT-RRN.
           MOVE AGPYAGTREC             TO AGPYAGT-FORMAT.
           MOVE READD                  TO AGPYAGT-FUNCTION.
      *
           CALL 'AGPYAGTIO'         USING AGPYAGT-PARAMS.
      *
           IF AGPYAGT-STATUZ        NOT = O-K
              MOVE AGPYAGT-STATUZ      TO SYSR-STATUZ
              MOVE AGPYAGT-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE VRCM-MAX-DATE          TO AGPYAGT-EFFDATE.
           MOVE WRITD                  TO AGPYAGT-FUNCTION.
      *
           CALL 'AGPYAGTIO'         USING AGPYAGT-PARAMS.
      *
           IF AGPYAGT-STATUZ        NOT = O-K
              MOVE AGPYAGT-STATUZ      TO SYSR-STATUZ
              MOVE AGPYAGT-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE CT06                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3489-EXIT.
           EXIT.
      /
       3700-RELEASE-AGENT SECTION.
      ****************************
      *
       3710-START.
      *
      *  Every payable still held goes back to its own date.
      *
           MOVE 'N'                    TO WSAA-ZFHR-EOF.
      *
           INITIALIZE                  ZFHR-PARAMS.
           MOVE BSPR-COMPANY           TO ZFHR-COMPANY.
           MOVE WSAA-AGNTNUM           TO ZFHR-AGNTNUM.
           MOVE ZFHRREC                TO ZFHR-FORMAT.
           MOVE BEGNH                  TO ZFHR-FUNCTION.
      *
           PERFORM 3750-RELEASE-PAYABLE
               UNTIL WSAA-ZFHR-EOF      = 'Y'.
      *
           MOVE 'R'                    TO ZFHD-HOLDSTAT.
           MOVE BSSC-EFFECTIVE-DATE    TO ZFHD-RELDATE.
           MOVE WSAA-FLOATCNT          TO ZFHD-FLOATCNT.
           MOVE WSAA-FLOATAMT          TO ZFHD-FLOATAMT.
           MOVE WSAA-MAXDAYS           TO ZFHD-MAXDAYS.
           MOVE WSAA-OLDEST            TO ZFHD-OLDEST.
           MOVE ZFHDREC                TO ZFHD-FORMAT.
           MOVE REWRT                  TO ZFHD-FUNCTION.
      *
           CALL 'ZFHDIO'            USING ZFHD-PARAMS.
      *
           IF ZFHD-STATUZ           NOT = O-K
              MOVE ZFHD-STATUZ         TO SYSR-STATUZ
              MOVE ZFHD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE 'RELS'                 TO RECTYPE   OF ZFLAPF.
           MOVE 'COMMISSION HOLD RELEASED - MONEY RECEIPTED'
                                       TO ITEMDESC  OF ZFLAPF.
           PERFORM 3900-WRITE-AGENT-LINE.
      *
           ADD 1                       TO WSAA-RELS-CNT.
           MOVE CT05                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3790-EXIT.
           EXIT.
      /
       3750-RELEASE-PAYABLE SECTION.
      ******************************
      *
       3751-START.
      *
           CALL 'ZFHRIO'            USING ZFHR-PARAMS.
      *
           IF ZFHR-STATUZ           NOT = O-K AND ENDP
              MOVE ZFHR-STATUZ         TO SYSR-STATUZ
              MOVE ZFHR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZFHR-STATUZ               = ENDP
           OR ZFHR-COMPANY          NOT = BSPR-COMPANY
           OR ZFHR-AGNTNUM          NOT = WSAA-AGNTNUM
              MOVE 'Y'                 TO WSAA-ZFHR-EOF
              GO TO 3759-EXIT
           END-IF.
      *
           IF ZFHR-RELDATE          NOT = ZERO
              MOVE NEXTR               TO ZFHR-FUNCTION
              GO TO 3759-EXIT
           END-IF.
      *
      *  Only a payable still carrying the hold date is put back.
      *
           INITIALIZE                  AGPYAGT-PARAMS.
           MOVE ZFHR-AGPYRRN           TO AGPYAGT-RRN.
           MOVE AGPYAGTREC             TO AGPYAGT-FORMAT.
           MOVE READD                  TO AGPYAGT-FUNCTION.
      *
           CALL 'AGPYAGTIO'         USING AGPYAGT-PARAMS.
      *
           IF AGPYAGT-STATUZ        NOT = O-K AND MRNF
              MOVE AGPYAGT-STATUZ      TO SYSR-STATUZ
              MOVE AGPYAGT-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF  AGPYAGT-STATUZ           = O-K
           AND AGPYAGT-EFFDATE          = VRCM-MAX-DATE
               MOVE ZFHR-ORIGEFF       TO AGPYAGT-EFFDATE
               MOVE WRITD              TO AGPYAGT-FUNCTION
               CALL 'AGPYAGTIO'     USING AGPYAGT-PARAMS
               IF AGPYAGT-STATUZ    NOT = O-K
                  MOVE AGPYAGT-STATUZ  TO SYSR-STATUZ
                  MOVE AGPYAGT-PARAMS  TO SYSR-PARAMS
                  PERFORM 600-FATAL-ERROR
               END-IF
           END-IF.
      *
           MOVE BSSC-EFFECTIVE-DATE    TO ZFHR-RELDATE.
           MOVE ZFHRREC                TO ZFHR-FORMAT.
           MOVE REWRT                  TO ZFHR-FUNCTION.
      *
           CALL 'ZFHRIO'            USING ZFHR-PARAMS.
      *
           IF ZFHR-STATUZ           NOT = O-K
              MOVE ZFHR-STATUZ         TO SYSR-STATUZ
              MOVE ZFHR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE NEXTR                  TO ZFHR-FUNCTION.
      *
       3759-EXIT.
           EXIT.
      /
       3800-NOTIFY-AGENT SECTION.
      ***************************
      *
       3810-START.
      *
           IF WSAA-LETTER-TYPE          = SPACES
              GO TO 3890-EXIT
           END-IF.
      *
           MOVE BSSC-LANGUAGE          TO WSAA-OK-LANGUAGE.
           MOVE WSAA-MAXDAYS           TO WSAA-OK-MAXDAYS.
           MOVE WSAA-OLDEST            TO WSAA-OK-OLDEST.
      *
           MOVE 'A'                    TO WSAA-OK-ROLE.
           MOVE WSAA-AGNTNUM           TO AGNT-AGNTNUM.
           PERFORM 3850-SEND-NOTICE.
      *
      *  The unit manager is the agent's reporting agent.
      *
           INITIALIZE                  AGLFLNB-PARAMS.
           MOVE BSPR-COMPANY           TO AGLFLNB-AGNTCOY.
           MOVE WSAA-AGNTNUM           TO AGLFLNB-AGNTNUM.
           MOVE READR                  TO AGLFLNB-FUNCTION.
      *
           CALL 'AGLFLNBIO'         USING AGLFLNB-PARAMS.
      *
           IF AGLFLNB-STATUZ        NOT = O-K AND MRNF
              MOVE AGLFLNB-STATUZ      TO SYSR-STATUZ
              MOVE AGLFLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF AGLFLNB-STATUZ            = MRNF
           OR AGLFLNB-REPORTAG          = SPACES
              GO TO 3890-EXIT
           END-IF.
      *
           MOVE AGLFLNB-REPORTAG       TO WSAA-MANAGER.
           MOVE 'M'                    TO WSAA-OK-ROLE.
           MOVE WSAA-MANAGER           TO AGNT-AGNTNUM.
           PERFORM 3850-SEND-NOTICE.
      *
       3890-EXIT.
           EXIT.
      /
       3850-SEND-NOTICE SECTION.
      **************************
      *
       3851-START.
      *
      *  The notice is about the agent and goes to the client
      *  record of the agent or manager in AGNT-AGNTNUM.
      *
           MOVE 'AG'                   TO AGNT-AGNTPFX.
           MOVE BSPR-COMPANY           TO AGNT-AGNTCOY.
           MOVE AGNTREC                TO AGNT-FORMAT.
           MOVE READR                  TO AGNT-FUNCTION.
      *
           CALL 'AGNTIO'            USING AGNT-PARAMS.
      *
           IF AGNT-STATUZ           NOT = O-K AND MRNF
              MOVE AGNT-STATUZ         TO SYSR-STATUZ
              MOVE AGNT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF AGNT-STATUZ               = MRNF
              GO TO 3859-EXIT
           END-IF.
      *
           MOVE AGNT-CLNTNUM (1:8)     TO WSAA-CLNTNUM.
      *
           MOVE SPACES                 TO LETRQST-STATUZ.
           MOVE BSPR-COMPANY           TO LETRQST-REQUEST-COMPANY.
           MOVE WSAA-LETTER-TYPE       TO LETRQST-LETTER-TYPE.
           MOVE BSSC-EFFECTIVE-DATE    TO LETRQST-LETTER-REQUEST-DATE.
           MOVE 'AG'                   TO LETRQST-RDOCPFX.
           MOVE BSPR-COMPANY           TO LETRQST-RDOCCOY.
           MOVE WSAA-AGNTNUM           TO LETRQST-RDOCNUM.
           MOVE WSAA-OTHER-KEYS        TO LETRQST-OTHER-KEYS.
           MOVE BSPR-FSUCO             TO LETRQST-CLNTCOY.
           MOVE WSAA-CLNTNUM           TO LETRQST-CLNTNUM.
           MOVE BSPR-COMPANY           TO LETRQST-CHDRCOY.
           MOVE WSAA-AGNTNUM           TO LETRQST-CHDRNUM.
           MOVE BSSC-INIT-BRANCH       TO LETRQST-BRANCH.
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
       3859-EXIT.
           EXIT.
      /
       3900-WRITE-AGENT-LINE SECTION.
      *******************************
      *
       3910-START.
      *
      *  RECTYPE and ITEMDESC are set by the caller.
      *
           MOVE WSAA-AGNTNUM           TO AGNTNUM   OF ZFLAPF.
           MOVE WSAA-AGT-BRANCH        TO BRANCH    OF ZFLAPF.
           MOVE SPACES                 TO BOOKNO    OF ZFLAPF.
           MOVE ZEROES                 TO SLIPNO    OF ZFLAPF.
           MOVE WSAA-OLDEST            TO COLLDATE  OF ZFLAPF.
           MOVE WSAA-FLOATAMT          TO COLLAMT   OF ZFLAPF.
           MOVE WSAA-MAXDAYS           TO WDAYS     OF ZFLAPF.
           MOVE SPACES                 TO OVERDUE   OF ZFLAPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZFLAPF.
      *
           WRITE ZFLAPF-REC.
      *
       3990-EXIT.
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
           CLOSE ZFLAPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5453 AGENT CASH FLOAT AGEING'.
           DISPLAY 'LIMIT IN WORKING DAYS.....: ' TV155-FLOATDAYS.
           DISPLAY 'SLIPS OUTSTANDING.........: ' WSAA-SLIP-CNT.
           DISPLAY 'SLIPS BEYOND THE LIMIT....: ' WSAA-OVER-CNT.
           DISPLAY 'AGENTS PUT ON HOLD........: ' WSAA-HOLD-CNT.
           DISPLAY 'AGENTS RELEASED...........: ' WSAA-RELS-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
