      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5452.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   TEMPORARY RECEIPT BOOK EXCEPTION REPORT.
      *
      *   Run weekly over the ZRBK register of pre-numbered
      *   temporary receipt books issued to field agents (P5404)
      *   and the ZTRS register of their slips, which PR289 marks
      *   used when the official receipt is raised and P5404
      *   marks cancelled.  Each book's slips are walked in number
      *   order and ZTREPF is written, one line per finding, by
      *   record type:
      *
      *       GAP   slips missing from the register below the
      *             highest slip recorded for the book - neither
      *             receipted nor reported cancelled; one line per
      *             run of missing numbers, SLIPFROM to SLIPTO
      *       DUPL  a slip receipted more than once; the first and
      *             the last receipt are given
      *       CNUS  a slip the agent reported cancelled that has
      *             been receipted all the same
      *       CANR  a cancelled slip not yet handed back
      *       BOOK  a book still out with an agent whose agreement
      *             is terminated on or before the effective date;
      *             P5378 will not settle the agent until it is
      *             returned
      *
      *   Control totals:
      *     01  -  Books read
      *     02  -  Gap ranges reported
      *     03  -  Slips receipted more than once
      *     04  -  Cancelled slips used or not returned
      *     05  -  Books held by terminated agents
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
      * 15/10/26  01/01   PH2683       Phi Tran - IT DEV                    *
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
           SELECT ZTREPF               ASSIGN TO DATABASE-ZTREPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZTREPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZTREPF-REC.
       01  ZTREPF-REC.
           COPY DDS-ALL-FORMATS            OF ZTREPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5452'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-ZTRS-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-DTETRM                 PIC 9(08) VALUE 0.
       01  WSAA-NEXT-SLIP              PIC 9(08) VALUE 0.
       01  WSAA-BOOK-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-GAP-CNT                PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-DUPL-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-CANC-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-TERM-CNT               PIC 9(07) COMP-3 VALUE 0.
      *
      *    The line being built for ZTREPF.
      *
       01  WSAA-LINE.
           03  WSAA-RECTYPE            PIC X(04) VALUE SPACES.
           03  WSAA-SLIPFROM           PIC 9(08) VALUE 0.
           03  WSAA-SLIPTO             PIC 9(08) VALUE 0.
           03  WSAA-RECEIPT            PIC X(09) VALUE SPACES.
           03  WSAA-USECNT             PIC 9(03) VALUE 0.
           03  WSAA-LINE-DTETRM        PIC 9(08) VALUE 0.
           03  WSAA-DETAIL             PIC X(60) VALUE SPACES.
      *
       01  FORMATS.
           03  AGLFREC                 PIC X(10) VALUE 'AGLFREC'.
           03  ZRBKREC                 PIC X(10) VALUE 'ZRBKREC'.
           03  ZTRSREC                 PIC X(10) VALUE 'ZTRSREC'.
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
      /
           COPY AGLFSKM.
           COPY ZRBKSKM.
           COPY ZTRSSKM.
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
           OPEN OUTPUT ZTREPF.
      *
           INITIALIZE                  ZRBK-PARAMS.
           MOVE BSPR-COMPANY           TO ZRBK-COMPANY.
           MOVE ZRBKREC                TO ZRBK-FORMAT.
           MOVE BEGN                   TO ZRBK-FUNCTION.
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
              MOVE NEXTR               TO ZRBK-FUNCTION
           END-IF.
      *
           CALL 'ZRBKIO'            USING ZRBK-PARAMS.
      *
           IF ZRBK-STATUZ           NOT = O-K AND ENDP
              MOVE ZRBK-STATUZ         TO SYSR-STATUZ
              MOVE ZRBK-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRBK-STATUZ               = ENDP
           OR ZRBK-COMPANY          NOT = BSPR-COMPANY
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
           ADD 1                       TO WSAA-BOOK-CNT.
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
      *  Walk the book's slips on the register in number order.
      *
           MOVE ZRBK-FROMNUM           TO WSAA-NEXT-SLIP.
           MOVE 'N'                    TO WSAA-ZTRS-EOF.
      *
           INITIALIZE                  ZTRS-PARAMS.
           MOVE ZRBK-COMPANY           TO ZTRS-COMPANY.
           MOVE ZRBK-FROMNUM           TO ZTRS-SLIPNO.
           MOVE ZTRSREC                TO ZTRS-FORMAT.
           MOVE BEGN                   TO ZTRS-FUNCTION.
      *
           PERFORM 3100-ONE-SLIP
               UNTIL WSAA-ZTRS-EOF      = 'Y'.
      *
      *  A book still out with an agent who has left.
      *
           IF ZRBK-BKSTAT               = 'I'
              PERFORM 3300-CHECK-AGENT
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
           CALL 'ZTRSIO'            USING ZTRS-PARAMS.
      *
           IF ZTRS-STATUZ           NOT = O-K AND ENDP
              MOVE ZTRS-STATUZ         TO SYSR-STATUZ
              MOVE ZTRS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZTRS-STATUZ               = ENDP
           OR ZTRS-COMPANY          NOT = ZRBK-COMPANY
           OR ZTRS-SLIPNO               > ZRBK-TONUM
              MOVE 'Y'                 TO WSAA-ZTRS-EOF
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZTRS-FUNCTION.
      *
      *  Numbers skipped since the last slip recorded.
      *
           IF ZTRS-SLIPNO               > WSAA-NEXT-SLIP
              MOVE SPACES              TO WSAA-LINE
              MOVE 'GAP '              TO WSAA-RECTYPE
              MOVE WSAA-NEXT-SLIP      TO WSAA-SLIPFROM
              COMPUTE WSAA-SLIPTO       = ZTRS-SLIPNO - 1
              MOVE ZERO                TO WSAA-USECNT
                                          WSAA-LINE-DTETRM
              MOVE 'SLIPS NOT RECEIPTED OR REPORTED CANCELLED'
                                       TO WSAA-DETAIL
              PERFORM 3900-WRITE-LINE
              ADD 1                    TO WSAA-GAP-CNT
              MOVE CT02                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           COMPUTE WSAA-NEXT-SLIP       = ZTRS-SLIPNO + 1.
      *
           PERFORM 3200-CHECK-SLIP.
      *
       3190-EXIT.
           EXIT.
      /
       3200-CHECK-SLIP SECTION.
      *************************
      *
       3210-START.
      *
           MOVE SPACES                 TO WSAA-LINE.
           MOVE ZTRS-SLIPNO            TO WSAA-SLIPFROM
                                          WSAA-SLIPTO.
           MOVE ZTRS-USECNT            TO WSAA-USECNT.
           MOVE ZERO                   TO WSAA-LINE-DTETRM.
      *
           IF ZTRS-USECNT               > 1
              MOVE 'DUPL'              TO WSAA-RECTYPE
              MOVE ZTRS-RECEIPT        TO WSAA-RECEIPT
              STRING 'SLIP RECEIPTED MORE THAN ONCE, LAST RECEIPT '
                                       DELIMITED BY SIZE
                     ZTRS-LASTRCPT     DELIMITED BY SIZE
                                       INTO WSAA-DETAIL
              END-STRING
              PERFORM 3900-WRITE-LINE
              ADD 1                    TO WSAA-DUPL-CNT
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           IF ZTRS-SLIPSTAT         NOT = 'C'
              GO TO 3290-EXIT
           END-IF.
      *
           IF ZTRS-USECNT               > ZERO
              MOVE 'CNUS'              TO WSAA-RECTYPE
              MOVE ZTRS-LASTRCPT       TO WSAA-RECEIPT
              MOVE 'SLIP REPORTED CANCELLED BUT RECEIPTED'
                                       TO WSAA-DETAIL
              PERFORM 3900-WRITE-LINE
              ADD 1                    TO WSAA-CANC-CNT
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           IF ZTRS-RETURNED         NOT = 'Y'
              MOVE 'CANR'              TO WSAA-RECTYPE
              MOVE SPACES              TO WSAA-RECEIPT
              MOVE 'CANCELLED SLIP NOT RETURNED BY THE AGENT'
                                       TO WSAA-DETAIL
              PERFORM 3900-WRITE-LINE
              ADD 1                    TO WSAA-CANC-CNT
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3300-CHECK-AGENT SECTION.
      **************************
      *
       3310-START.
      *
           INITIALIZE                  AGLF-PARAMS.
           MOVE ZRBK-COMPANY           TO AGLF-AGNTCOY.
           MOVE ZRBK-AGNTNUM           TO AGLF-AGNTNUM.
           MOVE AGLFREC                TO AGLF-FORMAT.
           MOVE READR                  TO AGLF-FUNCTION.
      *
           CALL 'AGLFIO'            USING AGLF-PARAMS.
      *
           IF AGLF-STATUZ           NOT = O-K AND MRNF
              MOVE AGLF-STATUZ         TO SYSR-STATUZ
              MOVE AGLF-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF AGLF-STATUZ               = MRNF
              GO TO 3390-EXIT
           END-IF.
      *
           MOVE AGLF-DTETRM            TO WSAA-DTETRM.
      *
           IF  WSAA-DTETRM              > ZERO
           AND WSAA-DTETRM              < 99999999
           AND WSAA-DTETRM          NOT > BSSC-EFFECTIVE-DATE
               MOVE SPACES             TO WSAA-LINE
               MOVE 'BOOK'             TO WSAA-RECTYPE
               MOVE ZRBK-FROMNUM       TO WSAA-SLIPFROM
               MOVE ZRBK-TONUM         TO WSAA-SLIPTO
               MOVE ZERO               TO WSAA-USECNT
               MOVE WSAA-DTETRM        TO WSAA-LINE-DTETRM
               MOVE 'BOOK NOT RETURNED BY TERMINATED AGENT'
                                       TO WSAA-DETAIL
               PERFORM 3900-WRITE-LINE
               ADD 1                   TO WSAA-TERM-CNT
               MOVE CT05               TO CONT-TOTNO
               MOVE 1                  TO CONT-TOTVAL
               PERFORM 001-CALL-CONTOT
           END-IF.
      *
       3390-EXIT.
           EXIT.
      /
       3900-WRITE-LINE SECTION.
      *************************
      *
       3910-START.
      *
           MOVE SPACES                 TO ZTREPF-REC.
           MOVE WSAA-RECTYPE           TO RECTYPE   OF ZTREPF.
           MOVE ZRBK-BOOKNO            TO BOOKNO    OF ZTREPF.
           MOVE ZRBK-AGNTNUM           TO AGNTNUM   OF ZTREPF.
           MOVE ZRBK-BRANCH            TO BRANCH    OF ZTREPF.
           MOVE WSAA-SLIPFROM          TO SLIPFROM  OF ZTREPF.
           MOVE WSAA-SLIPTO            TO SLIPTO    OF ZTREPF.
           MOVE WSAA-RECEIPT           TO RECEIPT   OF ZTREPF.
           MOVE WSAA-USECNT            TO USECNT    OF ZTREPF.
           MOVE WSAA-LINE-DTETRM       TO DTETRM    OF ZTREPF.
           MOVE WSAA-DETAIL            TO ITEMDESC  OF ZTREPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZTREPF.
      *
           WRITE ZTREPF-REC.
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
           CLOSE ZTREPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5452 TEMPORARY RECEIPT BOOK EXCEPTIONS'.
           DISPLAY 'BOOKS READ................: ' WSAA-BOOK-CNT.
           DISPLAY 'GAP RANGES................: ' WSAA-GAP-CNT.
           DISPLAY 'SLIPS RECEIPTED TWICE.....: ' WSAA-DUPL-CNT.
           DISPLAY 'CANCELLED SLIP EXCEPTIONS.: ' WSAA-CANC-CNT.
           DISPLAY 'BOOKS OF TERMINATED AGENTS: ' WSAA-TERM-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
