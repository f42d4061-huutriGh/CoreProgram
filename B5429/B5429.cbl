      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5429.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   UNIT REGISTER RECONCILIATION.
      *
      *   The fund manager sends a daily unit register (ZURGPF, one
      *   record per fund, the units it holds for us at close of
      *   the day, as received via the interface CL).  This job
      *   loads it and proves the units our policyholders own,
      *   summed from UTRN, agree with it.
      *
      *   The file is claimed on the ZFTC transmission register
      *   (partner FMGR, file code UREG) before a record is read.
      *
      *   Our side of each fund is built once, at initialise, from
      *   every UTRN of the company:
      *
      *   - previous balance   - units moved before the run date;
      *   - creations          - positive units moved on the day
      *                          (B5395 allocations, P5380 switches
      *                          in);
      *   - cancellations      - negative units moved on the day
      *                          (B5424 and B5428 deductions, P5380
      *                          switches out);
      *   - closing balance    - the previous balance plus the
      *                          day's movements.
      *
      *   Each register record is compared with our closing balance
      *   and one ZURCPF row per fund shows both sides and the
      *   difference.  A fund held by us but missing from the
      *   register is reported against a register balance of zero.
      *   A difference over the fund's TV134 unit tolerance (item
      *   by fund, '****' for the default, zero when neither is
      *   set up) is a break: ZURCPF-BRKIND 'Y', and every UTRN of
      *   that fund moved on the day is listed on ZURBPF with its
      *   contract, so fund accounting can resolve the break before
      *   the next price load.
      *
      *   The job only reads UTRN; nothing is updated.
      *
      *   Control totals:
      *     01  -  Register records read
      *     02  -  Funds reconciled
      *     03  -  Funds out of tolerance
      *     04  -  Break detail lines listed
      *     05  -  Register records not for the run date
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
      * 15/10/26  01/01   PH2658       Phi Tran - IT DEV                    *
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
           SELECT ZURGPF               ASSIGN TO DATABASE-ZURGPF.
           SELECT ZURCPF               ASSIGN TO DATABASE-ZURCPF.
           SELECT ZURBPF               ASSIGN TO DATABASE-ZURBPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZURGPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZURGPF-REC.
       01  ZURGPF-REC.
           COPY DDS-ALL-FORMATS            OF ZURGPF.
      *
       FD  ZURCPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZURCPF-REC.
       01  ZURCPF-REC.
           COPY DDS-ALL-FORMATS            OF ZURCPF.
      *
       FD  ZURBPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZURBPF-REC.
       01  ZURBPF-REC.
           COPY DDS-ALL-FORMATS            OF ZURBPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5429'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-UTRN-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-CLOSE-UNITS            PIC S9(11)V9(05) COMP-3 VALUE 0.
       01  WSAA-DIFF-UNITS             PIC S9(11)V9(05) COMP-3 VALUE 0.
       01  WSAA-ABS-DIFF               PIC S9(11)V9(05) COMP-3 VALUE 0.
       01  WSAA-REG-UNITS              PIC S9(11)V9(05) COMP-3 VALUE 0.
       01  WSAA-UNIT-TOL               PIC S9(07)V9(05) COMP-3 VALUE 0.
      *
       01  WSAA-RECON-CNT              PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-BREAK-CNT              PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-DETAIL-CNT             PIC 9(07) COMP-3 VALUE 0.
      *
      *    Our side of every fund, built from UTRN.
      *
       01  WSAA-FND-CNT                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-FND-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-FND-TAB.
           03  WSAA-FND-ENT            OCCURS 200 TIMES.
               05  WSAA-FND-FUND       PIC X(04).
               05  WSAA-FND-OPEN       PIC S9(11)V9(05) COMP-3.
               05  WSAA-FND-CRE        PIC S9(11)V9(05) COMP-3.
               05  WSAA-FND-CAN        PIC S9(11)V9(05) COMP-3.
               05  WSAA-FND-MATCHED    PIC X(01).
               05  WSAA-FND-BREAK      PIC X(01).
      *
       01  FORMATS.
           03  UTRNRNLREC              PIC X(10) VALUE 'UTRNRNLREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  TABLES.
           03  TV134                   PIC X(06) VALUE 'TV134'.
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
           COPY ZFTCREGREC.
           COPY TV134REC.
      /
           COPY UTRNRNLSKM.
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
      *  Transmission control: the register file must have been
      *  registered on the ZFTC register before it is read.
      *
           INITIALIZE                  ZFTR-ZFTCREG-REC.
           MOVE 'PROC '                TO ZFTR-FUNCTION.
           MOVE 'FMGR'                 TO ZFTR-PARTNER.
           MOVE 'UREG'                 TO ZFTR-FILECODE.
           MOVE BSSC-EFFECTIVE-DATE    TO ZFTR-TRNDATE.
      *
           CALL 'ZFTCREG'           USING ZFTR-ZFTCREG-REC.
      *
           IF ZFTR-STATUZ           NOT = O-K
              MOVE ZFTR-STATUZ         TO SYSR-STATUZ
              MOVE ZFTR-ZFTCREG-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZFTR-ALLOW            NOT = 'Y'
              DISPLAY 'B5429 INBOUND FILE NOT REGISTERED - '
                      ZFTR-REASON
              MOVE BOMB                TO SYSR-STATUZ
              MOVE ZFTR-ZFTCREG-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           OPEN INPUT  ZURGPF.
           OPEN OUTPUT ZURCPF.
           OPEN OUTPUT ZURBPF.
      *
      *  Our units outstanding, fund by fund.
      *
           MOVE ZERO                   TO WSAA-FND-CNT.
           INITIALIZE                  WSAA-FND-TAB.
      *
           PERFORM 1100-START-UTRN.
      *
           PERFORM 1200-SUM-ONE-UTRN
               UNTIL WSAA-UTRN-EOF      = 'Y'.
      *
       1090-EXIT.
           EXIT.
      /
       1100-START-UTRN SECTION.
      *************************
      *
       1110-START.
      *
           MOVE 'N'                    TO WSAA-UTRN-EOF.
      *
           INITIALIZE                  UTRNRNL-PARAMS.
           MOVE BSPR-COMPANY           TO UTRNRNL-CHDRCOY.
           MOVE SPACES                 TO UTRNRNL-CHDRNUM.
           MOVE UTRNRNLREC             TO UTRNRNL-FORMAT.
           MOVE BEGN                   TO UTRNRNL-FUNCTION.
      *
       1190-EXIT.
           EXIT.
      /
       1150-READ-UTRN SECTION.
      ************************
      *
       1151-START.
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
           OR UTRNRNL-CHDRCOY       NOT = BSPR-COMPANY
              MOVE 'Y'                 TO WSAA-UTRN-EOF
           END-IF.
      *
           MOVE NEXTR                  TO UTRNRNL-FUNCTION.
      *
       1159-EXIT.
           EXIT.
      /
       1200-SUM-ONE-UTRN SECTION.
      ***************************
      *
       1210-START.
      *
           PERFORM 1150-READ-UTRN.
      *
           IF WSAA-UTRN-EOF             = 'Y'
              GO TO 1290-EXIT
           END-IF.
      *
      *  Units moved after the run date are not yet ours to hold.
      *
           IF UTRNRNL-MONIESDT          > BSSC-EFFECTIVE-DATE
              GO TO 1290-EXIT
           END-IF.
      *
           PERFORM 1300-FIND-FUND
               VARYING WSAA-FND-IX FROM 1 BY 1
               UNTIL WSAA-FND-IX        > WSAA-FND-CNT
               OR WSAA-FND-FUND (WSAA-FND-IX)
                                        = UTRNRNL-UNIT-VIRTUAL-FUND.
      *
           IF WSAA-FND-IX               > WSAA-FND-CNT
              PERFORM 1350-ADD-FUND
              MOVE UTRNRNL-UNIT-VIRTUAL-FUND
                                       TO WSAA-FND-FUND (WSAA-FND-IX)
           END-IF.
      *
           IF UTRNRNL-MONIESDT          < BSSC-EFFECTIVE-DATE
              ADD UTRNRNL-NOF-UNITS    TO WSAA-FND-OPEN (WSAA-FND-IX)
              GO TO 1290-EXIT
           END-IF.
      *
           IF UTRNRNL-NOF-UNITS         < ZERO
              ADD UTRNRNL-NOF-UNITS    TO WSAA-FND-CAN (WSAA-FND-IX)
           ELSE
              ADD UTRNRNL-NOF-UNITS    TO WSAA-FND-CRE (WSAA-FND-IX)
           END-IF.
      *
       1290-EXIT.
           EXIT.
      /
       1300-FIND-FUND SECTION.
      ************************
      *
       1301-START.
      *
      *  The search is all in the PERFORM ... UNTIL.
      *
       1309-EXIT.
           EXIT.
      /
       1350-ADD-FUND SECTION.
      ***********************
      *
       1351-START.
      *
           IF WSAA-FND-CNT          NOT < 200
              MOVE BOMB                TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-FND-CNT.
           MOVE WSAA-FND-CNT           TO WSAA-FND-IX.
           MOVE ZERO                   TO WSAA-FND-OPEN (WSAA-FND-IX)
                                          WSAA-FND-CRE (WSAA-FND-IX)
                                          WSAA-FND-CAN (WSAA-FND-IX).
           MOVE 'N'                    TO WSAA-FND-MATCHED (WSAA-FND-IX)
                                          WSAA-FND-BREAK (WSAA-FND-IX).
      *
       1359-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           READ ZURGPF
               AT END
               MOVE ENDP               TO WSSP-EDTERROR
               GO TO 2090-EXIT
           END-READ.
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
      *
      *  A register struck for another day cannot be proved
      *  against today's movements.
      *
           IF REGDATE OF ZURGPF     NOT = BSSC-EFFECTIVE-DATE
              DISPLAY 'B5429 REGISTER FOR FUND ' VRTFUND OF ZURGPF
                      ' DATED ' REGDATE OF ZURGPF
                      ' - NOT RECONCILED'
              MOVE CT05                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              MOVE SPACES              TO WSSP-EDTERROR
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           PERFORM 1300-FIND-FUND
               VARYING WSAA-FND-IX FROM 1 BY 1
               UNTIL WSAA-FND-IX        > WSAA-FND-CNT
               OR WSAA-FND-FUND (WSAA-FND-IX)
                                        = VRTFUND OF ZURGPF.
      *
      *  A fund the manager holds for us but we have never moved
      *  units in is reconciled against nil.
      *
           IF WSAA-FND-IX               > WSAA-FND-CNT
              PERFORM 1350-ADD-FUND
              MOVE VRTFUND OF ZURGPF   TO WSAA-FND-FUND (WSAA-FND-IX)
           END-IF.
      *
           MOVE REGUNITS OF ZURGPF     TO WSAA-REG-UNITS.
      *
           PERFORM 3100-RECONCILE-FUND.
      *
       3090-EXIT.
           EXIT.
      /
       3100-RECONCILE-FUND SECTION.
      *****************************
      *
       3110-START.
      *
           MOVE 'Y'
                                    TO WSAA-FND-MATCHED (WSAA-FND-IX).
      *
           COMPUTE WSAA-CLOSE-UNITS     = WSAA-FND-OPEN (WSAA-FND-IX)
                                        + WSAA-FND-CRE (WSAA-FND-IX)
                                        + WSAA-FND-CAN (WSAA-FND-IX).
           COMPUTE WSAA-DIFF-UNITS      = WSAA-REG-UNITS
                                        - WSAA-CLOSE-UNITS.
      *
           IF WSAA-DIFF-UNITS           < ZERO
              COMPUTE WSAA-ABS-DIFF     = WSAA-DIFF-UNITS * -1
           ELSE
              MOVE WSAA-DIFF-UNITS     TO WSAA-ABS-DIFF
           END-IF.
      *
           PERFORM 3200-READ-TOLERANCE.
      *
           IF WSAA-ABS-DIFF             > WSAA-UNIT-TOL
              MOVE 'Y'                 TO WSAA-FND-BREAK (WSAA-FND-IX)
              ADD 1                    TO WSAA-BREAK-CNT
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           MOVE SPACES                 TO ZURCPF-REC.
           MOVE WSAA-FND-FUND (WSAA-FND-IX)
                                       TO VRTFUND   OF ZURCPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE   OF ZURCPF.
           MOVE WSAA-FND-OPEN (WSAA-FND-IX)
                                       TO OPENUNITS OF ZURCPF.
           MOVE WSAA-FND-CRE (WSAA-FND-IX)
                                       TO CREUNITS  OF ZURCPF.
           MOVE WSAA-FND-CAN (WSAA-FND-IX)
                                       TO CANUNITS  OF ZURCPF.
           MOVE WSAA-CLOSE-UNITS       TO CLOSUNITS OF ZURCPF.
           MOVE WSAA-REG-UNITS         TO REGUNITS  OF ZURCPF.
           MOVE WSAA-DIFF-UNITS        TO DIFFUNITS OF ZURCPF.
           MOVE WSAA-UNIT-TOL          TO UNITTOL   OF ZURCPF.
           IF WSAA-FND-BREAK (WSAA-FND-IX)
                                        = 'Y'
              MOVE 'Y'                 TO BRKIND    OF ZURCPF
           ELSE
              MOVE 'N'                 TO BRKIND    OF ZURCPF
           END-IF.
      *
           WRITE ZURCPF-REC.
      *
           ADD 1                       TO WSAA-RECON-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3190-EXIT.
           EXIT.
      /
       3200-READ-TOLERANCE SECTION.
      *****************************
      *
       3210-START.
      *
           MOVE ZERO                   TO WSAA-UNIT-TOL.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV134                  TO ITEM-ITEMTABL.
           MOVE WSAA-FND-FUND (WSAA-FND-IX)
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
              MOVE '****'              TO ITEM-ITEMITEM
              MOVE READR               TO ITEM-FUNCTION
              CALL 'ITEMIO'         USING ITEM-PARAMS
              IF ITEM-STATUZ        NOT = O-K AND MRNF
                 MOVE ITEM-STATUZ      TO SYSR-STATUZ
                 MOVE ITEM-PARAMS      TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
           END-IF.
      *
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TV134-TV134-REC
              MOVE TV134-UNITTOL       TO WSAA-UNIT-TOL
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3400-LIST-ONE-UTRN SECTION.
      ****************************
      *
       3410-START.
      *
           PERFORM 1150-READ-UTRN.
      *
           IF WSAA-UTRN-EOF             = 'Y'
           OR UTRNRNL-MONIESDT      NOT = BSSC-EFFECTIVE-DATE
              GO TO 3490-EXIT
           END-IF.
      *
           PERFORM 1300-FIND-FUND
               VARYING WSAA-FND-IX FROM 1 BY 1
               UNTIL WSAA-FND-IX        > WSAA-FND-CNT
               OR WSAA-FND-FUND (WSAA-FND-IX)
                                        = UTRNRNL-UNIT-VIRTUAL-FUND.
      *
           IF WSAA-FND-IX               > WSAA-FND-CNT
              GO TO 3490-EXIT
           END-IF.
      *
           IF WSAA-FND-BREAK (WSAA-FND-IX)
                                    NOT = 'Y'
              GO TO 3490-EXIT
           END-IF.
      *
           MOVE SPACES                 TO ZURBPF-REC.
           MOVE UTRNRNL-UNIT-VIRTUAL-FUND
                                       TO VRTFUND   OF ZURBPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE   OF ZURBPF.
           MOVE UTRNRNL-CHDRNUM        TO CHDRNUM   OF ZURBPF.
           MOVE UTRNRNL-TRANNO         TO TRANNO    OF ZURBPF.
           MOVE UTRNRNL-UNIT-TYPE      TO UNITTYPE  OF ZURBPF.
           MOVE UTRNRNL-BATCTRCDE      TO BATCTRCDE OF ZURBPF.
           MOVE UTRNRNL-NOF-UNITS      TO NOFUNITS  OF ZURBPF.
           MOVE UTRNRNL-CNTAMNT        TO CNTAMNT   OF ZURBPF.
      *
           WRITE ZURBPF-REC.
      *
           ADD 1                       TO WSAA-DETAIL-CNT.
           MOVE CT04                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3490-EXIT.
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
      *  Funds we hold units in that the register did not carry.
      *
           PERFORM 4100-UNMATCHED-FUND
               VARYING WSAA-FND-IX FROM 1 BY 1
               UNTIL WSAA-FND-IX        > WSAA-FND-CNT.
      *
      *  The contracts behind every break.
      *
           IF WSAA-BREAK-CNT            > ZERO
              PERFORM 1100-START-UTRN
              PERFORM 3400-LIST-ONE-UTRN
                  UNTIL WSAA-UTRN-EOF   = 'Y'
           END-IF.
      *
           CLOSE ZURGPF.
           CLOSE ZURCPF.
           CLOSE ZURBPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5429 UNIT REGISTER RECONCILIATION SUMMARY'.
           DISPLAY 'FUNDS RECONCILED..........: ' WSAA-RECON-CNT.
           DISPLAY 'FUNDS OUT OF TOLERANCE....: ' WSAA-BREAK-CNT.
           DISPLAY 'BREAK DETAIL LINES........: ' WSAA-DETAIL-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-UNMATCHED-FUND SECTION.
      *****************************
      *
       4110-START.
      *
           IF WSAA-FND-MATCHED (WSAA-FND-IX)
                                        = 'Y'
              GO TO 4190-EXIT
           END-IF.
      *
           IF WSAA-FND-OPEN (WSAA-FND-IX)
                                        = ZERO
           AND WSAA-FND-CRE (WSAA-FND-IX)
                                        = ZERO
           AND WSAA-FND-CAN (WSAA-FND-IX)
                                        = ZERO
              GO TO 4190-EXIT
           END-IF.
      *
           MOVE ZERO                   TO WSAA-REG-UNITS.
      *
           PERFORM 3100-RECONCILE-FUND.
      *
       4190-EXIT.
           EXIT.
