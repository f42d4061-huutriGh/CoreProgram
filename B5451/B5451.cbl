      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5451.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   STAFF ACCESS RECERTIFICATION.
      *
      *   Run half-yearly for internal audit.  Every user on the
      *   staff file maintained by PVZZ6 (ZZZ4, keyed by the user
      *   ID) is listed with the user's office, each transaction
      *   the user can run, the user's TV114 approval limit and
      *   the TV115 maker-checker limit of the transaction, and
      *   the date the user last used it:
      *
      *     - run:     the latest PTRN written under the user
      *                number (ZRGETUSR gives the user ID);
      *     - made:    the latest ZPAU queue row the user raised;
      *     - checked: the latest ZPAU row the user approved or
      *                rejected.
      *
      *   A transaction never used that the user could check - a
      *   TV115 transaction whose limit the user's TV114 authority
      *   exceeds - is listed too, and a user with nothing at all
      *   still gets one line.
      *
      *   Highlighted on every line:
      *     DORMFLAG 'Y'  the user has used nothing within the
      *                   dormancy period (PZ448, default 90 days)
      *     SODFLAG  'Y'  a maker-checker transaction the user has
      *                   run or made and can also check - the
      *                   user has checked it, or the user's TV114
      *                   authority exceeds its TV115 limit
      *
      *   Each line is kept on the ZRCT register for the review
      *   cycle (PZ448, default the year and 'H1' or 'H2' of the
      *   effective date) and printed to ZRCRPF.  The branch
      *   managers record keep ('K') or revoke ('R') against each
      *   line on P5403; a re-run for the same cycle refreshes the
      *   usage but keeps the decisions already recorded, so the
      *   final run is the audit evidence.
      *
      *   Control totals:
      *     01  -  Users read
      *     02  -  Lines written
      *     03  -  Dormant users
      *     04  -  Make-and-check lines
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
      * 15/10/26  01/01   PH2682       Phi Tran - IT DEV                    *
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
           SELECT ZRCRPF               ASSIGN TO DATABASE-ZRCRPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZRCRPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZRCRPF-REC.
       01  ZRCRPF-REC.
           COPY DDS-ALL-FORMATS            OF ZRCRPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5451'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-EOF                    PIC X(01) VALUE 'N'.
       01  WSAA-CYCLE                  PIC X(06) VALUE SPACES.
       01  WSAA-DORM-DAYS              PIC 9(03) VALUE 90.
       01  WSAA-DORM-CUTOFF            PIC 9(08) VALUE 0.
       01  WSAA-EFF-DATE.
           05  WSAA-EFF-YEAR           PIC 9(04).
           05  WSAA-EFF-MONTH          PIC 9(02).
           05  WSAA-EFF-DAY            PIC 9(02).
      *
       01  WSAA-STAFF-NAME             PIC X(30) VALUE SPACES.
       01  WSAA-AUTHLIMIT              PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-MCLIMIT                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-ON-TV115               PIC X(01) VALUE 'N'.
       01  WSAA-USER-LASTUSED          PIC 9(08) VALUE 0.
       01  WSAA-USER-DORMANT           PIC X(01) VALUE 'N'.
       01  WSAA-USER-LINES             PIC 9(05) COMP-3 VALUE 0.
      *
       01  WSAA-LINE.
           03  WSAA-LN-TRANCODE        PIC X(04).
           03  WSAA-LN-LASTRUN         PIC 9(08).
           03  WSAA-LN-LASTMADE        PIC 9(08).
           03  WSAA-LN-LASTCHKD        PIC 9(08).
           03  WSAA-LN-LASTUSED        PIC 9(08).
           03  WSAA-LN-SODFLAG         PIC X(01).
      *
       01  WSAA-USER-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-LINE-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-DORM-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-SOD-CNT                PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-PTRN-CNT               PIC 9(09) COMP-3 VALUE 0.
       01  WSAA-PTRN-SKIP              PIC 9(09) COMP-3 VALUE 0.
       01  WSAA-ZPAU-CNT               PIC 9(09) COMP-3 VALUE 0.
      *
      *    The user number last converted to a user ID.
      *
       01  WSAA-LAST-USERNUM           PIC X(30) VALUE SPACES.
       01  WSAA-LAST-USERID            PIC X(08) VALUE SPACES.
       01  WSAA-LAST-USER-OK           PIC X(01) VALUE 'N'.
      *
      *    The TV115 maker-checker transactions and their limits.
      *
       01  WSAA-T115-IX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-T115-MAX               PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-T115-TAB.
           03  WSAA-T115-ENTRY         OCCURS 200 TIMES.
               05  WSAA-T115-TRCDE     PIC X(04).
               05  WSAA-T115-LIMIT     PIC S9(13)V9(02) COMP-3.
      *
      *    One slot per user and transaction met on PTRN or ZPAU.
      *
       01  WSAA-KEY.
           03  WSAA-KEY-USERID         PIC X(08) VALUE SPACES.
           03  WSAA-KEY-TRCDE          PIC X(04) VALUE SPACES.
       01  WSAA-LAST-KEY.
           03  WSAA-LAST-KEY-USERID    PIC X(08) VALUE SPACES.
           03  WSAA-LAST-KEY-TRCDE     PIC X(04) VALUE SPACES.
       01  WSAA-LAST-IX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-ADD-SLOT               PIC X(01) VALUE 'Y'.
       01  WSAA-ACC-FOUND              PIC X(01) VALUE 'N'.
       01  WSAA-IX                     PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-ACC-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-ACC-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-ACC-TAB.
           03  WSAA-ACC-ENTRY          OCCURS 5000 TIMES.
               05  WSAA-ACC-USERID     PIC X(08).
               05  WSAA-ACC-TRCDE      PIC X(04).
               05  WSAA-ACC-LASTRUN    PIC 9(08).
               05  WSAA-ACC-LASTMADE   PIC 9(08).
               05  WSAA-ACC-LASTCHKD   PIC 9(08).
      *
       01  FORMATS.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  ZPAUREC                 PIC X(10) VALUE 'ZPAUREC'.
           03  ZRCTREC                 PIC X(10) VALUE 'ZRCTREC'.
           03  ZZZ4REC                 PIC X(10) VALUE 'ZZZ4REC'.
      *
       01  TABLES.
           03  TV114                   PIC X(06) VALUE 'TV114'.
           03  TV115                   PIC X(06) VALUE 'TV115'.
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
           COPY DATCON2REC.
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY ITEMSKM.
           COPY PZ448PAR.
           COPY TV114REC.
           COPY TV115REC.
      /
           COPY PTRNSKM.
           COPY ZPAUSKM.
           COPY ZRCTSKM.
           COPY ZZZ4SKM.
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
           MOVE BUPA-PARMAREA          TO PZ448-PARAMS.
      *
      *  Review cycle - the parameter, else the half-year of the
      *  effective date.
      *
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-EFF-DATE.
      *
           IF PZ448-CYCLE           NOT = SPACES
              MOVE PZ448-CYCLE         TO WSAA-CYCLE
           ELSE
              MOVE WSAA-EFF-YEAR       TO WSAA-CYCLE (1:4)
              IF WSAA-EFF-MONTH         > 6
                 MOVE 'H2'             TO WSAA-CYCLE (5:2)
              ELSE
                 MOVE 'H1'             TO WSAA-CYCLE (5:2)
              END-IF
           END-IF.
      *
           IF PZ448-DORMDAYS            > ZERO
              MOVE PZ448-DORMDAYS      TO WSAA-DORM-DAYS
           END-IF.
      *
      *  Nothing used on or after the cut-off is dormant.
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE 'DY'                   TO DTC2-FREQUENCY.
           COMPUTE DTC2-FREQ-FACTOR     = 0 - WSAA-DORM-DAYS.
           MOVE BSSC-EFFECTIVE-DATE    TO DTC2-INT-DATE-1.
      *
           CALL 'DATCON2'           USING DTC2-DATCON2-REC.
      *
           IF DTC2-STATUZ           NOT = O-K
              MOVE DTC2-STATUZ         TO SYSR-STATUZ
              MOVE DTC2-DATCON2-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC2-INT-DATE-2        TO WSAA-DORM-CUTOFF.
      *
      *  The maker-checker transactions.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE TV115                  TO ITEM-ITEMTABL.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE BEGN                   TO ITEM-FUNCTION.
           MOVE 'N'                    TO WSAA-EOF.
      *
           PERFORM 1100-LOAD-TV115
               UNTIL WSAA-EOF           = 'Y'.
      *
      *  Transactions run, from the policy transaction history.
      *
           INITIALIZE                  PTRN-PARAMS.
           MOVE BSPR-COMPANY           TO PTRN-CHDRCOY.
           MOVE PTRNREC                TO PTRN-FORMAT.
           MOVE BEGN                   TO PTRN-FUNCTION.
           MOVE 'N'                    TO WSAA-EOF.
      *
           PERFORM 1200-ONE-PTRN
               UNTIL WSAA-EOF           = 'Y'.
      *
      *  Transactions made and checked, from the approval queue.
      *
           INITIALIZE                  ZPAU-PARAMS.
           MOVE ZPAUREC                TO ZPAU-FORMAT.
           MOVE BEGN                   TO ZPAU-FUNCTION.
           MOVE 'N'                    TO WSAA-EOF.
      *
           PERFORM 1300-ONE-ZPAU
               UNTIL WSAA-EOF           = 'Y'.
      *
           OPEN OUTPUT ZRCRPF.
      *
           INITIALIZE                  ZZZ4-PARAMS.
           MOVE ZZZ4REC                TO ZZZ4-FORMAT.
           MOVE BEGN                   TO ZZZ4-FUNCTION.
           MOVE 'Y'                    TO WSAA-FIRST-READ.
      *
       1090-EXIT.
           EXIT.
      /
       1100-LOAD-TV115 SECTION.
      *************************
      *
       1110-READ.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND ENDP
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ITEM-STATUZ               = ENDP
           OR ITEM-ITEMCOY          NOT = BSPR-COMPANY
           OR ITEM-ITEMTABL         NOT = TV115
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 1190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ITEM-FUNCTION.
      *
           IF WSAA-T115-MAX         NOT < 200
              MOVE 'BOMB'              TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV115-TV115-REC.
           ADD 1                       TO WSAA-T115-MAX.
           MOVE ITEM-ITEMITEM          TO WSAA-T115-TRCDE
                                          (WSAA-T115-MAX).
           MOVE TV115-MCLIMIT          TO WSAA-T115-LIMIT
                                          (WSAA-T115-MAX).
      *
       1190-EXIT.
           EXIT.
      /
       1200-ONE-PTRN SECTION.
      ***********************
      *
       1210-READ.
      *
           CALL 'PTRNIO'            USING PTRN-PARAMS.
      *
           IF PTRN-STATUZ           NOT = O-K AND ENDP
              MOVE PTRN-STATUZ         TO SYSR-STATUZ
              MOVE PTRN-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF PTRN-STATUZ               = ENDP
           OR PTRN-CHDRCOY          NOT = BSPR-COMPANY
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 1290-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO PTRN-FUNCTION.
           ADD 1                       TO WSAA-PTRN-CNT.
      *
      *  Batch-written transactions carry no user.
      *
           IF PTRN-USER                 = SPACES OR ZEROES
              ADD 1                    TO WSAA-PTRN-SKIP
              GO TO 1290-EXIT
           END-IF.
      *
           IF PTRN-USER             NOT = WSAA-LAST-USERNUM
              PERFORM 1250-GET-USERID
           END-IF.
      *
      *  A user number no longer on the system belongs to nobody
      *  who can still sign on.
      *
           IF WSAA-LAST-USER-OK     NOT = 'Y'
              ADD 1                    TO WSAA-PTRN-SKIP
              GO TO 1290-EXIT
           END-IF.
      *
           MOVE WSAA-LAST-USERID       TO WSAA-KEY-USERID.
           MOVE PTRN-BATCTRCDE         TO WSAA-KEY-TRCDE.
           MOVE 'Y'                    TO WSAA-ADD-SLOT.
           PERFORM 1500-FIND-SLOT.
      *
           IF PTRN-DATESUB              > WSAA-ACC-LASTRUN
                                          (WSAA-ACC-IX)
              MOVE PTRN-DATESUB        TO WSAA-ACC-LASTRUN
                                          (WSAA-ACC-IX)
           END-IF.
      *
       1290-EXIT.
           EXIT.
      /
       1250-GET-USERID SECTION.
      *************************
      *
       1251-START.
      *
           MOVE PTRN-USER              TO WSAA-LAST-USERNUM.
           MOVE 'N'                    TO WSAA-LAST-USER-OK.
           MOVE SPACES                 TO WSAA-LAST-USERID.
      *
           INITIALIZE                  ZRGETUSR-REC.
           MOVE 'USNO'                 TO ZRGETUSR-FUNCTION.
           MOVE O-K                    TO ZRGETUSR-STATUZ.
           MOVE PTRN-USER              TO ZRGETUSR-USERNUM.
           CALL 'ZRGETUSR'          USING ZRGETUSR-REC.
      *
           IF ZRGETUSR-STATUZ           = O-K
              MOVE ZRGETUSR-USERID     TO WSAA-LAST-USERID
              MOVE 'Y'                 TO WSAA-LAST-USER-OK
           END-IF.
      *
       1259-EXIT.
           EXIT.
      /
       1300-ONE-ZPAU SECTION.
      ***********************
      *
       1310-READ.
      *
           CALL 'ZPAUIO'            USING ZPAU-PARAMS.
      *
           IF ZPAU-STATUZ           NOT = O-K AND ENDP
              MOVE ZPAU-STATUZ         TO SYSR-STATUZ
              MOVE ZPAU-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZPAU-STATUZ               = ENDP
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 1390-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZPAU-FUNCTION.
           ADD 1                       TO WSAA-ZPAU-CNT.
      *
           IF ZPAU-MAKERID          NOT = SPACES
              MOVE ZPAU-MAKERID        TO WSAA-KEY-USERID
              MOVE ZPAU-TRANCODE       TO WSAA-KEY-TRCDE
              MOVE 'Y'                 TO WSAA-ADD-SLOT
              PERFORM 1500-FIND-SLOT
              IF ZPAU-MAKEDATE          > WSAA-ACC-LASTMADE
                                          (WSAA-ACC-IX)
                 MOVE ZPAU-MAKEDATE    TO WSAA-ACC-LASTMADE
                                          (WSAA-ACC-IX)
              END-IF
           END-IF.
      *
      *  Only an approval or a rejection is a check.
      *
           IF (ZPAU-AUTHSTAT            = 'A' OR 'R')
           AND ZPAU-CHECKERID       NOT = SPACES
              MOVE ZPAU-CHECKERID      TO WSAA-KEY-USERID
              MOVE ZPAU-TRANCODE       TO WSAA-KEY-TRCDE
              MOVE 'Y'                 TO WSAA-ADD-SLOT
              PERFORM 1500-FIND-SLOT
              IF ZPAU-AUTHDATE          > WSAA-ACC-LASTCHKD
                                          (WSAA-ACC-IX)
                 MOVE ZPAU-AUTHDATE    TO WSAA-ACC-LASTCHKD
                                          (WSAA-ACC-IX)
              END-IF
           END-IF.
      *
       1390-EXIT.
           EXIT.
      /
       1500-FIND-SLOT SECTION.
      ************************
      *
       1510-START.
      *
      *  Leaves WSAA-ACC-IX on the slot for WSAA-KEY, adding one
      *  when asked to; zero when not there and not added.
      *
           IF  WSAA-KEY                 = WSAA-LAST-KEY
           AND WSAA-LAST-IX             > ZERO
               MOVE WSAA-LAST-IX       TO WSAA-ACC-IX
               GO TO 1590-EXIT
           END-IF.
      *
           MOVE 'N'                    TO WSAA-ACC-FOUND.
           MOVE ZERO                   TO WSAA-ACC-IX.
           PERFORM 1550-CHECK-SLOT
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > WSAA-ACC-MAX
               OR WSAA-ACC-FOUND        = 'Y'.
      *
           IF  WSAA-ACC-FOUND       NOT = 'Y'
           AND WSAA-ADD-SLOT            = 'Y'
               IF WSAA-ACC-MAX      NOT < 5000
                  MOVE BOMB            TO SYSR-STATUZ
                  MOVE WSAA-KEY        TO SYSR-PARAMS
                  PERFORM 600-FATAL-ERROR
               END-IF
               ADD 1                   TO WSAA-ACC-MAX
               MOVE WSAA-ACC-MAX       TO WSAA-ACC-IX
               MOVE WSAA-KEY-USERID    TO WSAA-ACC-USERID
                                          (WSAA-ACC-IX)
               MOVE WSAA-KEY-TRCDE     TO WSAA-ACC-TRCDE
                                          (WSAA-ACC-IX)
               MOVE ZERO               TO WSAA-ACC-LASTRUN
                                          (WSAA-ACC-IX)
                                          WSAA-ACC-LASTMADE
                                          (WSAA-ACC-IX)
                                          WSAA-ACC-LASTCHKD
                                          (WSAA-ACC-IX)
           END-IF.
      *
           IF WSAA-ACC-IX               > ZERO
              MOVE WSAA-KEY            TO WSAA-LAST-KEY
              MOVE WSAA-ACC-IX         TO WSAA-LAST-IX
           END-IF.
      *
       1590-EXIT.
           EXIT.
      /
       1550-CHECK-SLOT SECTION.
      *************************
      *
       1551-CHECK.
      *
           IF  WSAA-ACC-USERID (WSAA-IX) = WSAA-KEY-USERID
           AND WSAA-ACC-TRCDE (WSAA-IX)  = WSAA-KEY-TRCDE
               MOVE 'Y'                TO WSAA-ACC-FOUND
               MOVE WSAA-IX            TO WSAA-ACC-IX
           END-IF.
      *
       1559-EXIT.
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
              MOVE NEXTR               TO ZZZ4-FUNCTION
           END-IF.
      *
           CALL 'ZZZ4IO'            USING ZZZ4-PARAMS.
      *
           IF ZZZ4-STATUZ           NOT = O-K AND ENDP
              MOVE ZZZ4-STATUZ         TO SYSR-STATUZ
              MOVE ZZZ4-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZZZ4-STATUZ               = ENDP
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
           IF ZZZ4-TAGNTNUM             = SPACES
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-USER-CNT.
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       2590-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE SPACES                 TO WSAA-STAFF-NAME.
           STRING ZZZ4-TFNAME          DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  ZZZ4-TLNAME          DELIMITED BY '  '
                                       INTO WSAA-STAFF-NAME
           END-STRING.
      *
      *  The user's own approval authority.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV114                  TO ITEM-ITEMTABL.
           MOVE ZZZ4-TAGNTNUM          TO ITEM-ITEMITEM.
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
              MOVE ITEM-GENAREA        TO TV114-TV114-REC
              MOVE TV114-AUTHLIMIT     TO WSAA-AUTHLIMIT
           ELSE
              MOVE ZERO                TO WSAA-AUTHLIMIT
           END-IF.
      *
      *  Dormant: nothing at all used since the cut-off.
      *
           MOVE ZERO                   TO WSAA-USER-LASTUSED.
           PERFORM 3100-USER-LATEST
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > WSAA-ACC-MAX.
      *
           IF WSAA-USER-LASTUSED        < WSAA-DORM-CUTOFF
              MOVE 'Y'                 TO WSAA-USER-DORMANT
              ADD 1                    TO WSAA-DORM-CNT
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           ELSE
              MOVE 'N'                 TO WSAA-USER-DORMANT
           END-IF.
      *
           MOVE ZERO                   TO WSAA-USER-LINES.
      *
      *  The transactions used ...
      *
           PERFORM 3200-USED-LINE
               VARYING WSAA-ACC-IX FROM 1 BY 1
               UNTIL WSAA-ACC-IX        > WSAA-ACC-MAX.
      *
      *  ... those never used that the user's authority can check
      *
           IF WSAA-AUTHLIMIT            > ZERO
              PERFORM 3300-CHECKER-LINE
                  VARYING WSAA-T115-IX FROM 1 BY 1
                  UNTIL WSAA-T115-IX    > WSAA-T115-MAX
           END-IF.
      *
      *  ... and a user with nothing still appears once.
      *
           IF WSAA-USER-LINES           = ZERO
              INITIALIZE               WSAA-LINE
              MOVE ZERO                TO WSAA-MCLIMIT
              MOVE 'N'                 TO WSAA-LN-SODFLAG
              PERFORM 3900-WRITE-LINE
           END-IF.
      *
       3090-EXIT.
           EXIT.
      /
       3100-USER-LATEST SECTION.
      **************************
      *
       3110-START.
      *
           IF WSAA-ACC-USERID (WSAA-IX) NOT = ZZZ4-TAGNTNUM
              GO TO 3190-EXIT
           END-IF.
      *
           IF WSAA-ACC-LASTRUN (WSAA-IX) > WSAA-USER-LASTUSED
              MOVE WSAA-ACC-LASTRUN (WSAA-IX)
                                       TO WSAA-USER-LASTUSED
           END-IF.
           IF WSAA-ACC-LASTMADE (WSAA-IX) > WSAA-USER-LASTUSED
              MOVE WSAA-ACC-LASTMADE (WSAA-IX)
                                       TO WSAA-USER-LASTUSED
           END-IF.
           IF WSAA-ACC-LASTCHKD (WSAA-IX) > WSAA-USER-LASTUSED
              MOVE WSAA-ACC-LASTCHKD (WSAA-IX)
                                       TO WSAA-USER-LASTUSED
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-USED-LINE SECTION.
      ************************
      *
       3210-START.
      *
           IF WSAA-ACC-USERID (WSAA-ACC-IX) NOT = ZZZ4-TAGNTNUM
              GO TO 3290-EXIT
           END-IF.
      *
           INITIALIZE                  WSAA-LINE.
           MOVE WSAA-ACC-TRCDE (WSAA-ACC-IX)
                                       TO WSAA-LN-TRANCODE.
           MOVE WSAA-ACC-LASTRUN (WSAA-ACC-IX)
                                       TO WSAA-LN-LASTRUN.
           MOVE WSAA-ACC-LASTMADE (WSAA-ACC-IX)
                                       TO WSAA-LN-LASTMADE.
           MOVE WSAA-ACC-LASTCHKD (WSAA-ACC-IX)
                                       TO WSAA-LN-LASTCHKD.
      *
           MOVE WSAA-LN-LASTRUN        TO WSAA-LN-LASTUSED.
           IF WSAA-LN-LASTMADE          > WSAA-LN-LASTUSED
              MOVE WSAA-LN-LASTMADE    TO WSAA-LN-LASTUSED
           END-IF.
           IF WSAA-LN-LASTCHKD          > WSAA-LN-LASTUSED
              MOVE WSAA-LN-LASTCHKD    TO WSAA-LN-LASTUSED
           END-IF.
      *
           PERFORM 3400-FIND-TV115.
      *
      *  Make and check: a maker-checker transaction the user has
      *  run or made, and has checked or has the authority to.
      *
           MOVE 'N'                    TO WSAA-LN-SODFLAG.
      *
           IF  WSAA-ON-TV115            = 'Y'
           AND (WSAA-LN-LASTRUN         > ZERO
           OR   WSAA-LN-LASTMADE        > ZERO)
           AND (WSAA-LN-LASTCHKD        > ZERO
           OR   WSAA-AUTHLIMIT          > WSAA-MCLIMIT)
               MOVE 'Y'                TO WSAA-LN-SODFLAG
           END-IF.
      *
           PERFORM 3900-WRITE-LINE.
      *
       3290-EXIT.
           EXIT.
      /
       3300-CHECKER-LINE SECTION.
      ***************************
      *
       3310-START.
      *
           IF WSAA-AUTHLIMIT        NOT > WSAA-T115-LIMIT
                                          (WSAA-T115-IX)
              GO TO 3390-EXIT
           END-IF.
      *
           MOVE ZZZ4-TAGNTNUM          TO WSAA-KEY-USERID.
           MOVE WSAA-T115-TRCDE (WSAA-T115-IX)
                                       TO WSAA-KEY-TRCDE.
           MOVE 'N'                    TO WSAA-ADD-SLOT.
           PERFORM 1500-FIND-SLOT.
      *
      *  Already listed among the transactions used.
      *
           IF WSAA-ACC-IX               > ZERO
              GO TO 3390-EXIT
           END-IF.
      *
           INITIALIZE                  WSAA-LINE.
           MOVE WSAA-KEY-TRCDE         TO WSAA-LN-TRANCODE.
           MOVE WSAA-T115-LIMIT (WSAA-T115-IX)
                                       TO WSAA-MCLIMIT.
           MOVE 'N'                    TO WSAA-LN-SODFLAG.
      *
           PERFORM 3900-WRITE-LINE.
      *
       3390-EXIT.
           EXIT.
      /
       3400-FIND-TV115 SECTION.
      *************************
      *
       3410-START.
      *
           MOVE 'N'                    TO WSAA-ON-TV115.
           MOVE ZERO                   TO WSAA-MCLIMIT.
      *
           PERFORM 3450-CHECK-TV115
               VARYING WSAA-T115-IX FROM 1 BY 1
               UNTIL WSAA-T115-IX       > WSAA-T115-MAX
               OR WSAA-ON-TV115         = 'Y'.
      *
       3490-EXIT.
           EXIT.
      /
       3450-CHECK-TV115 SECTION.
      **************************
      *
       3451-CHECK.
      *
           IF WSAA-T115-TRCDE (WSAA-T115-IX) = WSAA-LN-TRANCODE
              MOVE 'Y'                 TO WSAA-ON-TV115
              MOVE WSAA-T115-LIMIT (WSAA-T115-IX)
                                       TO WSAA-MCLIMIT
           END-IF.
      *
       3459-EXIT.
           EXIT.
      /
       3900-WRITE-LINE SECTION.
      *************************
      *
       3910-START.
      *
      *  The register line for the cycle: a re-run refreshes the
      *  usage and keeps any decision already recorded.
      *
           INITIALIZE                  ZRCT-PARAMS.
           MOVE WSAA-CYCLE             TO ZRCT-CYCLE.
           MOVE ZZZ4-TAGNTNUM          TO ZRCT-USERID.
           MOVE WSAA-LN-TRANCODE       TO ZRCT-TRANCODE.
           MOVE ZRCTREC                TO ZRCT-FORMAT.
           MOVE READH                  TO ZRCT-FUNCTION.
      *
           CALL 'ZRCTIO'            USING ZRCT-PARAMS.
      *
           IF ZRCT-STATUZ           NOT = O-K AND MRNF
              MOVE ZRCT-STATUZ         TO SYSR-STATUZ
              MOVE ZRCT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRCT-STATUZ               = O-K
              MOVE REWRT               TO ZRCT-FUNCTION
           ELSE
              MOVE SPACES              TO ZRCT-DECISION
                                          ZRCT-DECIDEBY
              MOVE ZERO                TO ZRCT-DECIDEDT
              MOVE WRITR               TO ZRCT-FUNCTION
           END-IF.
      *
           MOVE WSAA-CYCLE             TO ZRCT-CYCLE.
           MOVE ZZZ4-TAGNTNUM          TO ZRCT-USERID.
           MOVE WSAA-LN-TRANCODE       TO ZRCT-TRANCODE.
           MOVE WSAA-STAFF-NAME        TO ZRCT-STAFFNAME.
           MOVE ZZZ4-TAREACODE         TO ZRCT-BRANCH.
           MOVE WSAA-AUTHLIMIT         TO ZRCT-AUTHLIMIT.
           MOVE WSAA-MCLIMIT           TO ZRCT-MCLIMIT.
           MOVE WSAA-LN-LASTRUN        TO ZRCT-LASTRUN.
           MOVE WSAA-LN-LASTMADE       TO ZRCT-LASTMADE.
           MOVE WSAA-LN-LASTCHKD       TO ZRCT-LASTCHKD.
           MOVE WSAA-LN-LASTUSED       TO ZRCT-LASTUSED.
           MOVE WSAA-USER-DORMANT      TO ZRCT-DORMFLAG.
           MOVE WSAA-LN-SODFLAG        TO ZRCT-SODFLAG.
           MOVE BSSC-EFFECTIVE-DATE    TO ZRCT-REVWDATE.
           MOVE ZRCTREC                TO ZRCT-FORMAT.
      *
           CALL 'ZRCTIO'            USING ZRCT-PARAMS.
      *
           IF ZRCT-STATUZ           NOT = O-K
              MOVE ZRCT-STATUZ         TO SYSR-STATUZ
              MOVE ZRCT-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE SPACES                 TO ZRCRPF-REC.
           MOVE ZRCT-CYCLE             TO CYCLE     OF ZRCRPF.
           MOVE ZRCT-BRANCH            TO BRANCH    OF ZRCRPF.
           MOVE ZRCT-USERID            TO USERID    OF ZRCRPF.
           MOVE ZRCT-STAFFNAME         TO STAFFNAME OF ZRCRPF.
           MOVE ZRCT-TRANCODE          TO TRANCODE  OF ZRCRPF.
           MOVE ZRCT-AUTHLIMIT         TO AUTHLIMIT OF ZRCRPF.
           MOVE ZRCT-MCLIMIT           TO MCLIMIT   OF ZRCRPF.
           MOVE ZRCT-LASTRUN           TO LASTRUN   OF ZRCRPF.
           MOVE ZRCT-LASTMADE          TO LASTMADE  OF ZRCRPF.
           MOVE ZRCT-LASTCHKD          TO LASTCHKD  OF ZRCRPF.
           MOVE ZRCT-LASTUSED          TO LASTUSED  OF ZRCRPF.
           MOVE ZRCT-DORMFLAG          TO DORMFLAG  OF ZRCRPF.
           MOVE ZRCT-SODFLAG           TO SODFLAG   OF ZRCRPF.
           MOVE ZRCT-DECISION          TO DECISION  OF ZRCRPF.
           MOVE ZRCT-DECIDEBY          TO DECIDEBY  OF ZRCRPF.
           MOVE ZRCT-DECIDEDT          TO DECIDEDT  OF ZRCRPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZRCRPF.
      *
           WRITE ZRCRPF-REC.
      *
           ADD 1                       TO WSAA-USER-LINES
                                          WSAA-LINE-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           IF WSAA-LN-SODFLAG           = 'Y'
              ADD 1                    TO WSAA-SOD-CNT
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
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
           CLOSE ZRCRPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5451 STAFF ACCESS RECERTIFICATION SUMMARY'.
           DISPLAY 'REVIEW CYCLE..............: ' WSAA-CYCLE.
           DISPLAY 'DORMANT IF UNUSED SINCE...: ' WSAA-DORM-CUTOFF.
           DISPLAY 'PTRN READ.................: ' WSAA-PTRN-CNT.
           DISPLAY 'PTRN WITH NO KNOWN USER...: ' WSAA-PTRN-SKIP.
           DISPLAY 'ZPAU READ.................: ' WSAA-ZPAU-CNT.
           DISPLAY 'USERS.....................: ' WSAA-USER-CNT.
           DISPLAY 'LINES.....................: ' WSAA-LINE-CNT.
           DISPLAY 'DORMANT USERS.............: ' WSAA-DORM-CNT.
           DISPLAY 'MAKE-AND-CHECK LINES......: ' WSAA-SOD-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
