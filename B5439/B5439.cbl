      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5439.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   SALES CONTEST STANDINGS.
      *
      *   Weekly.  Works out each agent's standing in the sales
      *   contests on the contest register ZCTS (P5401) that are
      *   open and have started, or in the one contest named in
      *   PZ439.
      *
      *   Every contract is read.  One issued (PZ439 issue
      *   transaction code, as the production league B5385 counts
      *   it) between a contest's start and end dates, of one of
      *   its contract types and through one of its channels
      *   (source of business), counts to the servicing agent in
      *   that contest, unless it is:
      *
      *    - free-looked: it carries the PZ439 free-look
      *      cancellation transaction;
      *    - a replacement: it is on the replacement register ZRPL;
      **** - an own case: the agent is the owner or the main life.
      *    - an own case: it is flagged on the own-case register        <PH2673>
      *      ZOCS (own-case or related-party business), or the          <PH2673>
      *      agent is the owner or the main life.                       <PH2673>
      *
      *   These are counted apart on the agent's standing.  A
      *   counted case below the contest's case minimum annualised
      *   premium does not count.  An agent's persistency is the
      *   counted cases still in force over the counted cases.
      *
      *   The standings file ZCST is written anew each run, one
      *   line per contest and agent with the agent's rank in the
      *   contest (annualised premium, then cases) and whether the
      *   qualification thresholds are met.  A contest whose end
      *   date has passed is closed: its qualifiers are written to
      *   the ZCQL file for the awards team and the contest is
      *   marked closed ('C') so that it is not run again.
      *
      *   An operator-stopped partial run publishes nothing.
      *
      *   Control totals:
      *     01  -  Contracts read
      *     02  -  Contract counts to a contest
      *     03  -  Contracts excluded
      *     04  -  Standing lines written
      *     05  -  Qualifiers listed
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
      * 15/10/26  01/01   PH2672       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2673       Phi Tran - IT DEV                    *
      *           Contracts flagged at pre-issue as own-case or             *
      *           related-party business (ZOCS) excluded as own cases.      *
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
           SELECT ZCSTPF               ASSIGN TO DATABASE-ZCSTPF.
           SELECT ZCQLPF               ASSIGN TO DATABASE-ZCQLPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZCSTPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZCSTPF-REC.
       01  ZCSTPF-REC.
           COPY DDS-ALL-FORMATS            OF ZCSTPF.
      *
       FD  ZCQLPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZCQLPF-REC.
       01  ZCQLPF-REC.
           COPY DDS-ALL-FORMATS            OF ZCQLPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5439'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-ZCTS-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-PTRN-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ISS-FOUND              PIC X(01) VALUE 'N'.
       01  WSAA-FREELOOK               PIC X(01) VALUE 'N'.
       01  WSAA-EXCLUDED               PIC X(01) VALUE 'N'.
       01  WSAA-LIST-GIVEN             PIC X(01) VALUE 'N'.
       01  WSAA-LIST-MATCH             PIC X(01) VALUE 'N'.
       01  WSAA-RUN-DATE               PIC 9(08) VALUE 0.
       01  WSAA-ISS-DATE               PIC 9(08) VALUE 0.
      *
       01  WSAA-FREQ-X                 PIC X(02) VALUE SPACES.
       01  WSAA-FREQ REDEFINES WSAA-FREQ-X
                                       PIC 9(02).
       01  WSAA-ANNPREM                PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WSAA-SUB                    PIC S9(03) COMP-3 VALUE 0.
      *
      *  The agent in hand and the client behind the agent number.
      *
       01  WSAA-AGNTNUM                PIC X(08) VALUE SPACES.
       01  WSAA-LAST-AGENT             PIC X(08) VALUE SPACES.
       01  WSAA-AGT-CLNTNUM            PIC X(08) VALUE SPACES.
      *
      *  The contests in play, loaded at the start.
      *
       01  WSAA-CTS-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-CTS-MAX                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-CTS-HITS               PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-CTS-TABLE.
           03  WSAA-CTS-ENT            OCCURS 50.
               05  WSAA-CTS-CONTEST    PIC X(08).
               05  WSAA-CTS-CONTDESC   PIC X(30).
               05  WSAA-CTS-STRTDATE   PIC 9(08).
               05  WSAA-CTS-ENDDATE    PIC 9(08).
               05  WSAA-CTS-CNTTYPE    PIC X(03) OCCURS 10.
               05  WSAA-CTS-SRCEBUS    PIC X(02) OCCURS 5.
               05  WSAA-CTS-CASEAPE    PIC S9(13)V9(02) COMP-3.
               05  WSAA-CTS-MINCASES   PIC 9(03).
               05  WSAA-CTS-MINAPE     PIC S9(13)V9(02) COMP-3.
               05  WSAA-CTS-MINPERS    PIC 9(03)V9(02).
               05  WSAA-CTS-CLOSING    PIC X(01).
               05  WSAA-CTS-HIT        PIC X(01).
      *
      *  One standing per contest and agent.
      *
       01  WSAA-STD-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-STD-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-FOUND-IX               PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-CMP-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-STD-TABLE.
           03  WSAA-STD-ENT            OCCURS 5000.
               05  WSAA-STD-CTS        PIC S9(03) COMP-3.
               05  WSAA-STD-AGNTNUM    PIC X(08).
               05  WSAA-STD-ISSCNT     PIC S9(05) COMP-3.
               05  WSAA-STD-INFCNT     PIC S9(05) COMP-3.
               05  WSAA-STD-EXCLCNT    PIC S9(05) COMP-3.
               05  WSAA-STD-APE        PIC S9(13)V9(02) COMP-3.
               05  WSAA-STD-PERS       PIC 9(03)V9(02).
               05  WSAA-STD-RANK       PIC 9(05).
               05  WSAA-STD-QUAL       PIC X(01).
      *
       01  WSAA-READ-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-COUNT-CNT              PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-EXCL-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-ROWS-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-QUAL-CNT               PIC S9(07) COMP-3 VALUE 0.
       01  WSAA-CLOSED-CNT             PIC S9(03) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  AGNTREC                 PIC X(10) VALUE 'AGNTREC'.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  LIFEENQREC              PIC X(10) VALUE 'LIFEENQREC'.
           03  PTRNENQREC              PIC X(10) VALUE 'PTRNENQREC'.
           03  ZCTSREC                 PIC X(10) VALUE 'ZCTSREC'.
           03  ZRPLREC                 PIC X(10) VALUE 'ZRPLREC'.
           03  ZOCSREC                 PIC X(10) VALUE 'ZOCSREC'.       <PH2673>
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY VARCOM.
           COPY SMTPFXCPY.
           COPY CONTOTREC.
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY PZ439PAR.
      /
           COPY AGNTSKM.
           COPY CHDRLNBSKM.
           COPY LIFEENQSKM.
           COPY PTRNENQSKM.
           COPY ZCTSSKM.
           COPY ZRPLSKM.
           COPY ZOCSSKM.                                                <PH2673>
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
           MOVE BUPA-PARMAREA          TO PZ439-PARAMS.
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-RUN-DATE.
      *
      *  The contests in play.
      *
           MOVE ZEROES                 TO WSAA-CTS-MAX
                                          WSAA-STD-MAX.
           INITIALIZE                  WSAA-CTS-TABLE
                                       WSAA-STD-TABLE.
      *
           INITIALIZE                  ZCTS-PARAMS.
           MOVE BSPR-COMPANY           TO ZCTS-CONTCOY.
           MOVE ZCTSREC                TO ZCTS-FORMAT.
           MOVE BEGN                   TO ZCTS-FUNCTION.
           MOVE 'N'                    TO WSAA-ZCTS-EOF.
      *
           PERFORM 1100-LOAD-CONTEST
               UNTIL WSAA-ZCTS-EOF      = 'Y'.
      *
           OPEN OUTPUT ZCSTPF
                       ZCQLPF.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE BSPR-COMPANY           TO CHDRLNB-CHDRCOY.
           MOVE CHDRLNBREC             TO CHDRLNB-FORMAT.
           MOVE BEGN                   TO CHDRLNB-FUNCTION.
      *
       1090-EXIT.
           EXIT.
      /
       1100-LOAD-CONTEST SECTION.
      ***************************
      *
       1110-READ.
      *
           CALL 'ZCTSIO'            USING ZCTS-PARAMS.
      *
           IF ZCTS-STATUZ           NOT = O-K AND ENDP
              MOVE ZCTS-STATUZ         TO SYSR-STATUZ
              MOVE ZCTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCTS-STATUZ               = ENDP
           OR ZCTS-CONTCOY          NOT = BSPR-COMPANY
              MOVE 'Y'                 TO WSAA-ZCTS-EOF
              GO TO 1190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZCTS-FUNCTION.
      *
           IF ZCTS-CONTSTAT         NOT = 'O'
           OR ZCTS-STRTDATE             > WSAA-RUN-DATE
              GO TO 1190-EXIT
           END-IF.
      *
           IF  PZ439-CONTEST        NOT = SPACES
           AND PZ439-CONTEST        NOT = ZCTS-CONTEST
               GO TO 1190-EXIT
           END-IF.
      *
           IF WSAA-CTS-MAX          NOT < 50
              MOVE 'BOMB'              TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-CTS-MAX.
           MOVE WSAA-CTS-MAX           TO WSAA-CTS-IX.
           MOVE ZCTS-CONTEST           TO WSAA-CTS-CONTEST
                                                        (WSAA-CTS-IX).
           MOVE ZCTS-CONTDESC          TO WSAA-CTS-CONTDESC
                                                        (WSAA-CTS-IX).
           MOVE ZCTS-STRTDATE          TO WSAA-CTS-STRTDATE
                                                        (WSAA-CTS-IX).
           MOVE ZCTS-ENDDATE           TO WSAA-CTS-ENDDATE
                                                        (WSAA-CTS-IX).
           MOVE ZCTS-CASEAPE           TO WSAA-CTS-CASEAPE
                                                        (WSAA-CTS-IX).
           MOVE ZCTS-MINCASES          TO WSAA-CTS-MINCASES
                                                        (WSAA-CTS-IX).
           MOVE ZCTS-MINAPE            TO WSAA-CTS-MINAPE (WSAA-CTS-IX).
           MOVE ZCTS-MINPERS           TO WSAA-CTS-MINPERS
                                                        (WSAA-CTS-IX).
      *
           PERFORM 1150-LOAD-LISTS
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 10.
      *
      *  A contest whose end date has passed is closed by this run.
      *
           IF ZCTS-ENDDATE              < WSAA-RUN-DATE
              MOVE 'Y'                 TO WSAA-CTS-CLOSING (WSAA-CTS-IX)
           ELSE
              MOVE 'N'                 TO WSAA-CTS-CLOSING (WSAA-CTS-IX)
           END-IF.
      *
       1190-EXIT.
           EXIT.
      /
       1150-LOAD-LISTS SECTION.
      *************************
      *
       1151-START.
      *
           MOVE ZCTS-CNTTYPE (WSAA-SUB)
                            TO WSAA-CTS-CNTTYPE (WSAA-CTS-IX WSAA-SUB).
      *
           IF WSAA-SUB              NOT > 5
              MOVE ZCTS-SRCEBUS (WSAA-SUB)
                            TO WSAA-CTS-SRCEBUS (WSAA-CTS-IX WSAA-SUB)
           END-IF.
      *
       1159-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
      *  Nothing to do without a contest in play.
      *
           IF WSAA-CTS-MAX              = ZERO
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
           IF WSAA-FIRST-READ           = 'Y'
              MOVE 'N'                 TO WSAA-FIRST-READ
           ELSE
              MOVE NEXTR               TO CHDRLNB-FUNCTION
           END-IF.
      *
           CALL 'CHDRLNBIO'         USING CHDRLNB-PARAMS.
      *
           IF CHDRLNB-STATUZ        NOT = O-K AND ENDP
              MOVE CHDRLNB-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CHDRLNB-STATUZ            = ENDP
           OR CHDRLNB-CHDRCOY       NOT = BSPR-COMPANY
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-READ-CNT.
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
      *
           IF CHDRLNB-VALIDFLAG (1:1) NOT = '1'
           OR CHDRLNB-STATCODE (1:2)    = 'IP'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           PERFORM 2600-SCAN-PTRN.
      *
           IF WSAA-ISS-FOUND        NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
      *  The contests the contract falls into.
      *
           MOVE ZEROES                 TO WSAA-CTS-HITS.
      *
           PERFORM 2700-MATCH-CONTEST
               VARYING WSAA-CTS-IX FROM 1 BY 1
               UNTIL WSAA-CTS-IX        > WSAA-CTS-MAX.
      *
           IF WSAA-CTS-HITS             = ZERO
              MOVE SPACES              TO WSSP-EDTERROR
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2600-SCAN-PTRN SECTION.
      ************************
      *
       2610-START.
      *
           MOVE 'N'                    TO WSAA-ISS-FOUND
                                          WSAA-FREELOOK.
           MOVE ZEROES                 TO WSAA-ISS-DATE.
           MOVE 'N'                    TO WSAA-PTRN-EOF.
      *
           INITIALIZE                  PTRNENQ-PARAMS.
           MOVE CHDRLNB-CHDRCOY        TO PTRNENQ-CHDRCOY.
           MOVE CHDRLNB-CHDRNUM        TO PTRNENQ-CHDRNUM.
           MOVE ZERO                   TO PTRNENQ-TRANNO.
           MOVE PTRNENQREC             TO PTRNENQ-FORMAT.
           MOVE BEGN                   TO PTRNENQ-FUNCTION.
      *
           PERFORM 2650-READ-PTRN
               UNTIL WSAA-PTRN-EOF      = 'Y'.
      *
       2690-EXIT.
           EXIT.
      /
       2650-READ-PTRN SECTION.
      ************************
      *
       2651-READ.
      *
           CALL 'PTRNENQIO'         USING PTRNENQ-PARAMS.
      *
           IF PTRNENQ-STATUZ        NOT = O-K AND ENDP
              MOVE PTRNENQ-STATUZ      TO SYSR-STATUZ
              MOVE PTRNENQ-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF PTRNENQ-STATUZ            = ENDP
           OR PTRNENQ-CHDRCOY       NOT = CHDRLNB-CHDRCOY
           OR PTRNENQ-CHDRNUM       NOT = CHDRLNB-CHDRNUM
              MOVE 'Y'                 TO WSAA-PTRN-EOF
              GO TO 2659-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO PTRNENQ-FUNCTION.
      *
           IF  PTRNENQ-BATCTRCDE (1:4)  = PZ439-ISSTRCD
           AND PZ439-ISSTRCD        NOT = SPACES
           AND WSAA-ISS-FOUND       NOT = 'Y'
               MOVE 'Y'                TO WSAA-ISS-FOUND
               MOVE PTRNENQ-PTRNEFF    TO WSAA-ISS-DATE
               GO TO 2659-EXIT
           END-IF.
      *
           IF  PTRNENQ-BATCTRCDE (1:4)  = PZ439-FLCTRCD
           AND PZ439-FLCTRCD        NOT = SPACES
               MOVE 'Y'                TO WSAA-FREELOOK
           END-IF.
      *
       2659-EXIT.
           EXIT.
      /
       2700-MATCH-CONTEST SECTION.
      ****************************
      *
       2710-START.
      *
           MOVE 'N'                    TO WSAA-CTS-HIT (WSAA-CTS-IX).
      *
           IF WSAA-ISS-DATE             < WSAA-CTS-STRTDATE
                                                        (WSAA-CTS-IX)
           OR WSAA-ISS-DATE             > WSAA-CTS-ENDDATE
                                                        (WSAA-CTS-IX)
              GO TO 2790-EXIT
           END-IF.
      *
      *  No contract type named means every product.
      *
           MOVE 'N'                    TO WSAA-LIST-GIVEN
                                          WSAA-LIST-MATCH.
      *
           PERFORM 2720-MATCH-CNTTYPE
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 10.
      *
           IF  WSAA-LIST-GIVEN          = 'Y'
           AND WSAA-LIST-MATCH      NOT = 'Y'
               GO TO 2790-EXIT
           END-IF.
      *
      *  No channel named means every channel.
      *
           MOVE 'N'                    TO WSAA-LIST-GIVEN
                                          WSAA-LIST-MATCH.
      *
           PERFORM 2730-MATCH-SRCEBUS
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 5.
      *
           IF  WSAA-LIST-GIVEN          = 'Y'
           AND WSAA-LIST-MATCH      NOT = 'Y'
               GO TO 2790-EXIT
           END-IF.
      *
           MOVE 'Y'                    TO WSAA-CTS-HIT (WSAA-CTS-IX).
           ADD 1                       TO WSAA-CTS-HITS.
      *
       2790-EXIT.
           EXIT.
      /
       2720-MATCH-CNTTYPE SECTION.
      ****************************
      *
       2721-START.
      *
           IF WSAA-CTS-CNTTYPE (WSAA-CTS-IX WSAA-SUB)
                                        = SPACES
              GO TO 2729-EXIT
           END-IF.
      *
           MOVE 'Y'                    TO WSAA-LIST-GIVEN.
      *
           IF WSAA-CTS-CNTTYPE (WSAA-CTS-IX WSAA-SUB)
                                        = CHDRLNB-CNTTYPE
              MOVE 'Y'                 TO WSAA-LIST-MATCH
           END-IF.
      *
       2729-EXIT.
           EXIT.
      /
       2730-MATCH-SRCEBUS SECTION.
      ****************************
      *
       2731-START.
      *
           IF WSAA-CTS-SRCEBUS (WSAA-CTS-IX WSAA-SUB)
                                        = SPACES
              GO TO 2739-EXIT
           END-IF.
      *
           MOVE 'Y'                    TO WSAA-LIST-GIVEN.
      *
           IF WSAA-CTS-SRCEBUS (WSAA-CTS-IX WSAA-SUB)
                                        = CHDRLNB-SRCEBUS (1:2)
              MOVE 'Y'                 TO WSAA-LIST-MATCH
           END-IF.
      *
       2739-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE CHDRLNB-AGNTNUM (1:8)  TO WSAA-AGNTNUM.
      *
           MOVE CHDRLNB-BILLFREQ (1:2) TO WSAA-FREQ-X.
      *
           IF  WSAA-FREQ-X          IS NUMERIC
           AND WSAA-FREQ                > ZERO
               COMPUTE WSAA-ANNPREM     = CHDRLNB-SINSTAMT06
                                        * WSAA-FREQ
           ELSE
               MOVE CHDRLNB-SINSTAMT06 TO WSAA-ANNPREM
           END-IF.
      *
      *  Free-looked, replacement and own cases do not count.
      *
           MOVE WSAA-FREELOOK          TO WSAA-EXCLUDED.
      *
           IF WSAA-EXCLUDED         NOT = 'Y'
              PERFORM 3100-CHECK-REPLACEMENT
           END-IF.
      *
           IF WSAA-EXCLUDED         NOT = 'Y'
              PERFORM 3200-CHECK-OWN-CASE
           END-IF.
      *
           IF WSAA-EXCLUDED             = 'Y'
              ADD 1                    TO WSAA-EXCL-CNT
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           PERFORM 3300-ACCUMULATE
               VARYING WSAA-CTS-IX FROM 1 BY 1
               UNTIL WSAA-CTS-IX        > WSAA-CTS-MAX.
      *
       3090-EXIT.
           EXIT.
      /
       3100-CHECK-REPLACEMENT SECTION.
      ********************************
      *
       3110-START.
      *
           INITIALIZE                  ZRPL-PARAMS.
           MOVE CHDRLNB-CHDRCOY        TO ZRPL-CHDRCOY.
           MOVE CHDRLNB-CHDRNUM        TO ZRPL-CHDRNUM.
           MOVE ZRPLREC                TO ZRPL-FORMAT.
           MOVE READR                  TO ZRPL-FUNCTION.
      *
           CALL 'ZRPLIO'            USING ZRPL-PARAMS.
      *
           IF ZRPL-STATUZ           NOT = O-K AND MRNF
              MOVE ZRPL-STATUZ         TO SYSR-STATUZ
              MOVE ZRPL-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRPL-STATUZ               = O-K
              MOVE 'Y'                 TO WSAA-EXCLUDED
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-CHECK-OWN-CASE SECTION.
      *****************************
      *
       3210-START.
      *
      *  Flagged at pre-issue on the own-case register.                 <PH2673>
      *                                                                 <PH2673>
           INITIALIZE                  ZOCS-PARAMS.                     <PH2673>
           MOVE CHDRLNB-CHDRCOY        TO ZOCS-CHDRCOY.                 <PH2673>
           MOVE CHDRLNB-CHDRNUM        TO ZOCS-CHDRNUM.                 <PH2673>
           MOVE ZOCSREC                TO ZOCS-FORMAT.                  <PH2673>
           MOVE READR                  TO ZOCS-FUNCTION.                <PH2673>
      *                                                                 <PH2673>
           CALL 'ZOCSIO'            USING ZOCS-PARAMS.                  <PH2673>
      *                                                                 <PH2673>
           IF ZOCS-STATUZ           NOT = O-K AND MRNF                  <PH2673>
              MOVE ZOCS-STATUZ         TO SYSR-STATUZ                   <PH2673>
              MOVE ZOCS-PARAMS         TO SYSR-PARAMS                   <PH2673>
              PERFORM 600-FATAL-ERROR                                   <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF ZOCS-STATUZ               = O-K                           <PH2673>
              MOVE 'Y'                 TO WSAA-EXCLUDED                 <PH2673>
              GO TO 3290-EXIT                                           <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
      *  Contracts issued before the register: the agent's own          <PH2673>
      *  client as owner or main life.                                  <PH2673>
      *                                                                 <PH2673>
           PERFORM 3250-READ-AGENT.
      *
           IF WSAA-AGT-CLNTNUM          = SPACES
              GO TO 3290-EXIT
           END-IF.
      *
           IF CHDRLNB-COWNNUM (1:8)     = WSAA-AGT-CLNTNUM
              MOVE 'Y'                 TO WSAA-EXCLUDED
              GO TO 3290-EXIT
           END-IF.
      *
           INITIALIZE                  LIFEENQ-PARAMS.
           MOVE CHDRLNB-CHDRCOY        TO LIFEENQ-CHDRCOY.
           MOVE CHDRLNB-CHDRNUM        TO LIFEENQ-CHDRNUM.
           MOVE '01'                   TO LIFEENQ-LIFE.
           MOVE '00'                   TO LIFEENQ-JLIFE.
           MOVE LIFEENQREC             TO LIFEENQ-FORMAT.
           MOVE READR                  TO LIFEENQ-FUNCTION.
      *
           CALL 'LIFEENQIO'         USING LIFEENQ-PARAMS.
      *
           IF LIFEENQ-STATUZ        NOT = O-K AND MRNF
              MOVE LIFEENQ-STATUZ      TO SYSR-STATUZ
              MOVE LIFEENQ-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF  LIFEENQ-STATUZ           = O-K
           AND LIFEENQ-LIFCNUM (1:8)    = WSAA-AGT-CLNTNUM
               MOVE 'Y'                TO WSAA-EXCLUDED
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3250-READ-AGENT SECTION.
      *************************
      *
       3251-START.
      *
           IF WSAA-AGNTNUM              = WSAA-LAST-AGENT
              GO TO 3259-EXIT
           END-IF.
      *
           MOVE WSAA-AGNTNUM           TO WSAA-LAST-AGENT.
           MOVE SPACES                 TO WSAA-AGT-CLNTNUM.
      *
           INITIALIZE                  AGNT-PARAMS.
           MOVE 'AG'                   TO AGNT-AGNTPFX.
           MOVE BSPR-COMPANY           TO AGNT-AGNTCOY.
           MOVE WSAA-AGNTNUM           TO AGNT-AGNTNUM.
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
           IF AGNT-STATUZ               = O-K
              MOVE AGNT-CLNTNUM (1:8)  TO WSAA-AGT-CLNTNUM
           END-IF.
      *
       3259-EXIT.
           EXIT.
      /
       3300-ACCUMULATE SECTION.
      *************************
      *
       3310-START.
      *
           IF WSAA-CTS-HIT (WSAA-CTS-IX)
                                    NOT = 'Y'
              GO TO 3390-EXIT
           END-IF.
      *
      *  The agent's standing in the contest, added when first met.
      *
           MOVE ZEROES                 TO WSAA-FOUND-IX.
      *
           PERFORM 3350-FIND-STANDING
               VARYING WSAA-STD-IX FROM 1 BY 1
               UNTIL WSAA-STD-IX        > WSAA-STD-MAX
               OR WSAA-FOUND-IX         > ZERO.
      *
           IF WSAA-FOUND-IX             > ZERO
              MOVE WSAA-FOUND-IX       TO WSAA-STD-IX
           ELSE
              IF WSAA-STD-MAX       NOT < 5000
                 MOVE 'BOMB'           TO SYSR-STATUZ
                 PERFORM 600-FATAL-ERROR
              END-IF
              ADD 1                    TO WSAA-STD-MAX
              MOVE WSAA-STD-MAX        TO WSAA-STD-IX
              MOVE WSAA-CTS-IX         TO WSAA-STD-CTS (WSAA-STD-IX)
              MOVE WSAA-AGNTNUM        TO WSAA-STD-AGNTNUM
                                                        (WSAA-STD-IX)
              MOVE ZEROES              TO WSAA-STD-ISSCNT (WSAA-STD-IX)
                                          WSAA-STD-INFCNT (WSAA-STD-IX)
                                          WSAA-STD-EXCLCNT
                                                        (WSAA-STD-IX)
                                          WSAA-STD-APE (WSAA-STD-IX)
           END-IF.
      *
           IF WSAA-EXCLUDED             = 'Y'
              ADD 1                    TO WSAA-STD-EXCLCNT
                                                        (WSAA-STD-IX)
              GO TO 3390-EXIT
           END-IF.
      *
           IF WSAA-ANNPREM              < WSAA-CTS-CASEAPE
                                                        (WSAA-CTS-IX)
              GO TO 3390-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-STD-ISSCNT (WSAA-STD-IX).
           ADD WSAA-ANNPREM            TO WSAA-STD-APE (WSAA-STD-IX).
      *
           IF CHDRLNB-STATCODE (1:2)    = 'IF'
              ADD 1                    TO WSAA-STD-INFCNT (WSAA-STD-IX)
           END-IF.
      *
           ADD 1                       TO WSAA-COUNT-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3390-EXIT.
           EXIT.
      /
       3350-FIND-STANDING SECTION.
      ****************************
      *
       3351-START.
      *
           IF  WSAA-STD-CTS (WSAA-STD-IX)
                                        = WSAA-CTS-IX
           AND WSAA-STD-AGNTNUM (WSAA-STD-IX)
                                        = WSAA-AGNTNUM
               MOVE WSAA-STD-IX        TO WSAA-FOUND-IX
           END-IF.
      *
       3359-EXIT.
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
      *  An operator-stopped partial run publishes nothing - the
      *  resumed invocation publishes when it completes.
      *
           IF ZSTP-STOPPED          NOT = 'Y'
              PERFORM 4100-RANK
                  VARYING WSAA-STD-IX FROM 1 BY 1
                  UNTIL WSAA-STD-IX     > WSAA-STD-MAX
              PERFORM 4200-WRITE-STANDING
                  VARYING WSAA-STD-IX FROM 1 BY 1
                  UNTIL WSAA-STD-IX     > WSAA-STD-MAX
              PERFORM 4500-CLOSE-CONTEST
                  VARYING WSAA-CTS-IX FROM 1 BY 1
                  UNTIL WSAA-CTS-IX     > WSAA-CTS-MAX
           END-IF.
      *
           CLOSE ZCSTPF
                 ZCQLPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5439 SALES CONTEST STANDINGS'.
           DISPLAY 'CONTESTS IN PLAY..........: ' WSAA-CTS-MAX.
           DISPLAY 'CONTRACTS READ............: ' WSAA-READ-CNT.
           DISPLAY 'CONTEST CASES COUNTED.....: ' WSAA-COUNT-CNT.
           DISPLAY 'CONTRACTS EXCLUDED........: ' WSAA-EXCL-CNT.
           DISPLAY 'STANDING LINES............: ' WSAA-ROWS-CNT.
           DISPLAY 'CONTESTS CLOSED...........: ' WSAA-CLOSED-CNT.
           DISPLAY 'QUALIFIERS LISTED.........: ' WSAA-QUAL-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-RANK SECTION.
      *******************
      *
       4110-START.
      *
           MOVE WSAA-STD-CTS (WSAA-STD-IX)
                                       TO WSAA-CTS-IX.
      *
           IF WSAA-STD-ISSCNT (WSAA-STD-IX)
                                        > ZERO
              COMPUTE WSAA-STD-PERS (WSAA-STD-IX) ROUNDED
                    = WSAA-STD-INFCNT (WSAA-STD-IX) * 100
                    / WSAA-STD-ISSCNT (WSAA-STD-IX)
           ELSE
              MOVE ZEROES              TO WSAA-STD-PERS (WSAA-STD-IX)
           END-IF.
      *
      *  Qualified on every threshold, with at least one case.
      *
           IF  WSAA-STD-ISSCNT (WSAA-STD-IX)
                                        > ZERO
           AND WSAA-STD-ISSCNT (WSAA-STD-IX)
                                    NOT < WSAA-CTS-MINCASES
                                                        (WSAA-CTS-IX)
           AND WSAA-STD-APE (WSAA-STD-IX)
                                    NOT < WSAA-CTS-MINAPE
                                                        (WSAA-CTS-IX)
           AND WSAA-STD-PERS (WSAA-STD-IX)
                                    NOT < WSAA-CTS-MINPERS
                                                        (WSAA-CTS-IX)
               MOVE 'Y'                TO WSAA-STD-QUAL (WSAA-STD-IX)
           ELSE
               MOVE 'N'                TO WSAA-STD-QUAL (WSAA-STD-IX)
           END-IF.
      *
      *  Ranked on premium, then cases; equal standings share a
      *  rank.
      *
           MOVE 1                      TO WSAA-STD-RANK (WSAA-STD-IX).
      *
           PERFORM 4150-COMPARE
               VARYING WSAA-CMP-IX FROM 1 BY 1
               UNTIL WSAA-CMP-IX        > WSAA-STD-MAX.
      *
       4190-EXIT.
           EXIT.
      /
       4150-COMPARE SECTION.
      **********************
      *
       4151-START.
      *
           IF WSAA-STD-CTS (WSAA-CMP-IX)
                                    NOT = WSAA-STD-CTS (WSAA-STD-IX)
              GO TO 4159-EXIT
           END-IF.
      *
           IF WSAA-STD-APE (WSAA-CMP-IX)
                                        > WSAA-STD-APE (WSAA-STD-IX)
              ADD 1                    TO WSAA-STD-RANK (WSAA-STD-IX)
              GO TO 4159-EXIT
           END-IF.
      *
           IF  WSAA-STD-APE (WSAA-CMP-IX)
                                        = WSAA-STD-APE (WSAA-STD-IX)
           AND WSAA-STD-ISSCNT (WSAA-CMP-IX)
                                        > WSAA-STD-ISSCNT (WSAA-STD-IX)
               ADD 1                   TO WSAA-STD-RANK (WSAA-STD-IX)
           END-IF.
      *
       4159-EXIT.
           EXIT.
      /
       4200-WRITE-STANDING SECTION.
      *****************************
      *
       4210-START.
      *
           MOVE WSAA-STD-CTS (WSAA-STD-IX)
                                       TO WSAA-CTS-IX.
      *
           MOVE SPACES                 TO ZCSTPF-REC.
           MOVE WSAA-CTS-CONTEST (WSAA-CTS-IX)
                                       TO CONTEST   OF ZCSTPF.
           MOVE WSAA-STD-AGNTNUM (WSAA-STD-IX)
                                       TO AGNTNUM   OF ZCSTPF.
           MOVE WSAA-STD-RANK (WSAA-STD-IX)
                                       TO RANKNO    OF ZCSTPF.
           MOVE WSAA-STD-ISSCNT (WSAA-STD-IX)
                                       TO ISSCNT    OF ZCSTPF.
           MOVE WSAA-STD-APE (WSAA-STD-IX)
                                       TO TOTAPE    OF ZCSTPF.
           MOVE WSAA-STD-INFCNT (WSAA-STD-IX)
                                       TO INFCNT    OF ZCSTPF.
           MOVE WSAA-STD-PERS (WSAA-STD-IX)
                                       TO PERSPCT   OF ZCSTPF.
           MOVE WSAA-STD-EXCLCNT (WSAA-STD-IX)
                                       TO EXCLCNT   OF ZCSTPF.
           MOVE WSAA-STD-QUAL (WSAA-STD-IX)
                                       TO QUALIND   OF ZCSTPF.
           MOVE WSAA-RUN-DATE          TO REPDATE   OF ZCSTPF.
      *
           WRITE ZCSTPF-REC.
      *
           ADD 1                       TO WSAA-ROWS-CNT.
           MOVE CT04                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       4290-EXIT.
           EXIT.
      /
       4500-CLOSE-CONTEST SECTION.
      ****************************
      *
       4510-START.
      *
           IF WSAA-CTS-CLOSING (WSAA-CTS-IX)
                                    NOT = 'Y'
              GO TO 4590-EXIT
           END-IF.
      *
           PERFORM 4600-WRITE-QUALIFIER
               VARYING WSAA-STD-IX FROM 1 BY 1
               UNTIL WSAA-STD-IX        > WSAA-STD-MAX.
      *
           INITIALIZE                  ZCTS-PARAMS.
           MOVE BSPR-COMPANY           TO ZCTS-CONTCOY.
           MOVE WSAA-CTS-CONTEST (WSAA-CTS-IX)
                                       TO ZCTS-CONTEST.
           MOVE ZCTSREC                TO ZCTS-FORMAT.
           MOVE READH                  TO ZCTS-FUNCTION.
      *
           CALL 'ZCTSIO'            USING ZCTS-PARAMS.
      *
           IF ZCTS-STATUZ           NOT = O-K
              MOVE ZCTS-STATUZ         TO SYSR-STATUZ
              MOVE ZCTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE 'C'                    TO ZCTS-CONTSTAT.
           MOVE WSAA-RUN-DATE          TO ZCTS-CLSDATE.
           MOVE WSAA-PROG              TO ZCTS-USERID.
           MOVE REWRT                  TO ZCTS-FUNCTION.
      *
           CALL 'ZCTSIO'            USING ZCTS-PARAMS.
      *
           IF ZCTS-STATUZ           NOT = O-K
              MOVE ZCTS-STATUZ         TO SYSR-STATUZ
              MOVE ZCTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-CLOSED-CNT.
      *
       4590-EXIT.
           EXIT.
      /
       4600-WRITE-QUALIFIER SECTION.
      ******************************
      *
       4610-START.
      *
           IF WSAA-STD-CTS (WSAA-STD-IX)
                                    NOT = WSAA-CTS-IX
           OR WSAA-STD-QUAL (WSAA-STD-IX)
                                    NOT = 'Y'
              GO TO 4690-EXIT
           END-IF.
      *
           MOVE WSAA-STD-AGNTNUM (WSAA-STD-IX)
                                       TO WSAA-AGNTNUM.
           PERFORM 3250-READ-AGENT.
      *
           MOVE SPACES                 TO ZCQLPF-REC.
           MOVE WSAA-CTS-CONTEST (WSAA-CTS-IX)
                                       TO CONTEST   OF ZCQLPF.
           MOVE WSAA-CTS-CONTDESC (WSAA-CTS-IX)
                                       TO CONTDESC  OF ZCQLPF.
           MOVE WSAA-CTS-STRTDATE (WSAA-CTS-IX)
                                       TO STRTDATE  OF ZCQLPF.
           MOVE WSAA-CTS-ENDDATE (WSAA-CTS-IX)
                                       TO ENDDATE   OF ZCQLPF.
           MOVE WSAA-STD-AGNTNUM (WSAA-STD-IX)
                                       TO AGNTNUM   OF ZCQLPF.
           MOVE WSAA-AGT-CLNTNUM       TO CLNTNUM   OF ZCQLPF.
           MOVE WSAA-STD-RANK (WSAA-STD-IX)
                                       TO RANKNO    OF ZCQLPF.
           MOVE WSAA-STD-ISSCNT (WSAA-STD-IX)
                                       TO ISSCNT    OF ZCQLPF.
           MOVE WSAA-STD-APE (WSAA-STD-IX)
                                       TO TOTAPE    OF ZCQLPF.
           MOVE WSAA-STD-PERS (WSAA-STD-IX)
                                       TO PERSPCT   OF ZCQLPF.
           MOVE WSAA-RUN-DATE          TO REPDATE   OF ZCQLPF.
      *
           WRITE ZCQLPF-REC.
      *
           ADD 1                       TO WSAA-QUAL-CNT.
           MOVE CT05                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       4690-EXIT.
           EXIT.
