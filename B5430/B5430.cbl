      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5430.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   DAILY FOREIGN-EXCHANGE RATE LOAD.
      *
      *   Loads the daily reference-rate file (ZFXLPF, one record
      *   per currency pair - State Bank of Vietnam reference rates
      *   or the treasury rate file, as received via the interface
      *   CL) into the ZFXD daily rate register (its own file -
      *   ZFXR stays B5402's carried-rate register - keyed by
      *   currency, currency out and rate date, latest first), so
      *   the rates no longer have to be keyed by Finance.  B5402
      *   takes its month-end closing rate from these rows.
      *
      *   The file is claimed on the ZFTC transmission register
      *   (partner SBVN, file code FXRT) before a record is read.
      *
      *   For each rate record:
      *
      *   - buy and sell must both be above zero and sell must not
      *     be below buy; a zero mid rate is taken as the average
      *     of buy and sell;
      *   - a rate dated after the run date, or for a date already
      *     held for the pair, is not loaded;
      *   - the mid rate is compared with the pair's previous rate.
      *     A move of more than the TV135 percentage (item currency
      *     plus currency out, '****' for the default; zero or no
      *     item means no limit) is not loaded;
      *   - an accepted rate is written dated, with buy, sell and
      *     mid, source 'L' (loaded).
      *
      *   Every rate not loaded goes to the exception report ZFXEPF
      *   with the previous rate and the movement, for treasury to
      *   confirm and re-send.
      *
      *   At close every pair held whose latest rate is older than
      *   the run date - the file did not arrive, the pair was not
      *   on it, or its rate was rejected - has its last good rate
      *   carried forward to the run date (source 'C') with a
      *   warning, so the day always has a rate.  When the file is
      *   not on the register at all the run carries forward every
      *   pair instead of failing.
      *
      *   Control totals:
      *     01  -  Rate records read
      *     02  -  Rates loaded
      *     03  -  Rates rejected to the exception report
      *     04  -  Rates carried forward
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
      * 15/10/26  01/01   PH2659       Phi Tran - IT DEV                    *
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
           SELECT ZFXLPF               ASSIGN TO DATABASE-ZFXLPF.
           SELECT ZFXEPF               ASSIGN TO DATABASE-ZFXEPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZFXLPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZFXLPF-REC.
       01  ZFXLPF-REC.
           COPY DDS-ALL-FORMATS            OF ZFXLPF.
      *
       FD  ZFXEPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZFXEPF-REC.
       01  ZFXEPF-REC.
           COPY DDS-ALL-FORMATS            OF ZFXEPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5430'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FILE-HELD              PIC X(01) VALUE 'N'.
       01  WSAA-EXCP-REASON            PIC X(30) VALUE SPACES.
       01  WSAA-RATEDATE               PIC 9(08) VALUE 0.
       01  WSAA-MIDRATE                PIC S9(07)V9(07) COMP-3 VALUE 0.
       01  WSAA-PRV-RATE               PIC S9(07)V9(07) COMP-3 VALUE 0.
       01  WSAA-PRV-DATE               PIC 9(08) VALUE 0.
       01  WSAA-MOVEPC                 PIC S9(05)V9(02) COMP-3 VALUE 0.
       01  WSAA-MAXMOVPC               PIC S9(03)V9(02) COMP-3 VALUE 0.
       01  WSAA-SAME-DATE              PIC X(01) VALUE 'N'.
       01  WSAA-PRV-EOF                PIC X(01) VALUE 'N'.
      *
       01  WSAA-PAIR.
           03  WSAA-PAIR-CURRCODE      PIC X(03).
           03  WSAA-PAIR-CURROUT       PIC X(03).
       01  WSAA-LAST-PAIR              PIC X(06) VALUE SPACES.
      *
       01  WSAA-LOAD-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-EXCP-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-CARRY-CNT              PIC 9(07) COMP-3 VALUE 0.
      *
      *    Pairs whose last good rate is carried to the run date.
      *
       01  WSAA-CFW-CNT                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-CFW-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-CFW-TAB.
           03  WSAA-CFW-ENT            OCCURS 100 TIMES.
               05  WSAA-CFW-CURRCODE   PIC X(03).
               05  WSAA-CFW-CURROUT    PIC X(03).
               05  WSAA-CFW-DATE       PIC 9(08).
               05  WSAA-CFW-BUYRATE    PIC S9(07)V9(07) COMP-3.
               05  WSAA-CFW-SELLRATE   PIC S9(07)V9(07) COMP-3.
               05  WSAA-CFW-MIDRATE    PIC S9(07)V9(07) COMP-3.
      *
       01  FORMATS.
           03  ZFXDREC                 PIC X(10) VALUE 'ZFXDREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  TABLES.
           03  TV135                   PIC X(06) VALUE 'TV135'.
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
           COPY ZFTCREGREC.
           COPY TV135REC.
      /
           COPY ZFXDSKM.
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
      *  Transmission control.  A file that has not arrived is not
      *  fatal here - the last good rates are carried forward.
      *
           INITIALIZE                  ZFTR-ZFTCREG-REC.
           MOVE 'PROC '                TO ZFTR-FUNCTION.
           MOVE 'SBVN'                 TO ZFTR-PARTNER.
           MOVE 'FXRT'                 TO ZFTR-FILECODE.
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
           IF ZFTR-ALLOW                = 'Y'
              MOVE 'Y'                 TO WSAA-FILE-HELD
           ELSE
              IF ZFTR-REASON            = 'NREG'
                 MOVE 'N'              TO WSAA-FILE-HELD
                 DISPLAY 'B5430 WARNING - RATE FILE NOT RECEIVED, '
                         'LAST GOOD RATES CARRIED FORWARD'
              ELSE
                 DISPLAY 'B5430 INBOUND FILE NOT REGISTERED - '
                         ZFTR-REASON
                 MOVE BOMB             TO SYSR-STATUZ
                 MOVE ZFTR-ZFTCREG-REC TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
           END-IF.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           IF WSAA-FILE-HELD            = 'Y'
              OPEN INPUT  ZFXLPF
           END-IF.
           OPEN OUTPUT ZFXEPF.
      *
       1090-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           IF WSAA-FILE-HELD        NOT = 'Y'
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
           READ ZFXLPF
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
      * Every rate is processed - either loaded or listed as an
      * exception - so the edit only establishes which applies.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
           MOVE SPACES                 TO WSAA-EXCP-REASON.
           MOVE ZERO                   TO WSAA-PRV-RATE
                                          WSAA-PRV-DATE
                                          WSAA-MOVEPC
                                          WSAA-MAXMOVPC.
      *
           MOVE CURRCODE OF ZFXLPF     TO WSAA-PAIR-CURRCODE.
           MOVE CURROUT  OF ZFXLPF     TO WSAA-PAIR-CURROUT.
      *
           IF RATEDATE OF ZFXLPF        = ZERO
              MOVE BSSC-EFFECTIVE-DATE TO WSAA-RATEDATE
           ELSE
              MOVE RATEDATE OF ZFXLPF  TO WSAA-RATEDATE
           END-IF.
      *
           IF MIDRATE OF ZFXLPF         = ZERO
              COMPUTE WSAA-MIDRATE ROUNDED
                                        = (BUYRATE  OF ZFXLPF
                                        +  SELLRATE OF ZFXLPF) / 2
           ELSE
              MOVE MIDRATE OF ZFXLPF   TO WSAA-MIDRATE
           END-IF.
      *
           IF CURRCODE OF ZFXLPF        = SPACES
           OR CURROUT  OF ZFXLPF        = SPACES
           OR CURRCODE OF ZFXLPF        = CURROUT OF ZFXLPF
              MOVE 'INVALID CURRENCY PAIR'
                                       TO WSAA-EXCP-REASON
              GO TO 2590-EXIT
           END-IF.
      *
           IF BUYRATE  OF ZFXLPF    NOT > ZERO
           OR SELLRATE OF ZFXLPF    NOT > ZERO
           OR SELLRATE OF ZFXLPF        < BUYRATE OF ZFXLPF
              MOVE 'INVALID BUY/SELL RATE'
                                       TO WSAA-EXCP-REASON
              GO TO 2590-EXIT
           END-IF.
      *
           IF WSAA-RATEDATE             > BSSC-EFFECTIVE-DATE
              MOVE 'RATE DATED AFTER RUN DATE'
                                       TO WSAA-EXCP-REASON
              GO TO 2590-EXIT
           END-IF.
      *
           PERFORM 2600-FIND-PREVIOUS.
      *
           IF WSAA-SAME-DATE            = 'Y'
              MOVE 'RATE ALREADY HELD FOR DATE'
                                       TO WSAA-EXCP-REASON
              GO TO 2590-EXIT
           END-IF.
      *
      *  The first rate held for a pair has nothing to move from.
      *
           IF WSAA-PRV-RATE         NOT > ZERO
              GO TO 2590-EXIT
           END-IF.
      *
           COMPUTE WSAA-MOVEPC ROUNDED  = (WSAA-MIDRATE - WSAA-PRV-RATE)
                                        * 100 / WSAA-PRV-RATE
               ON SIZE ERROR
                  MOVE 99999.99        TO WSAA-MOVEPC
           END-COMPUTE.
      *
           IF WSAA-MOVEPC               < ZERO
              COMPUTE WSAA-MOVEPC       = WSAA-MOVEPC * -1
           END-IF.
      *
           PERFORM 2700-READ-TOLERANCE.
      *
           IF WSAA-MAXMOVPC             > ZERO
           AND WSAA-MOVEPC              > WSAA-MAXMOVPC
              MOVE 'MOVEMENT OVER TOLERANCE'
                                       TO WSAA-EXCP-REASON
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2600-FIND-PREVIOUS SECTION.
      ****************************
      *
       2610-START.
      *
      *  Latest first: rows for the rate date itself come before
      *  the previous rate.
      *
           MOVE 'N'                    TO WSAA-SAME-DATE
                                          WSAA-PRV-EOF.
      *
           INITIALIZE                  ZFXD-PARAMS.
           MOVE WSAA-PAIR-CURRCODE     TO ZFXD-CURRCODE.
           MOVE WSAA-PAIR-CURROUT      TO ZFXD-CURROUT.
           MOVE WSAA-RATEDATE          TO ZFXD-RATEDATE.
           MOVE ZFXDREC                TO ZFXD-FORMAT.
           MOVE BEGN                   TO ZFXD-FUNCTION.
      *
           PERFORM 2650-ONE-PREVIOUS
               UNTIL WSAA-PRV-EOF       = 'Y'.
      *
       2690-EXIT.
           EXIT.
      /
       2650-ONE-PREVIOUS SECTION.
      ***************************
      *
       2651-START.
      *
           CALL 'ZFXDIO'            USING ZFXD-PARAMS.
      *
           IF ZFXD-STATUZ           NOT = O-K AND ENDP
              MOVE ZFXD-STATUZ         TO SYSR-STATUZ
              MOVE ZFXD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZFXD-STATUZ               = ENDP
           OR ZFXD-CURRCODE         NOT = WSAA-PAIR-CURRCODE
           OR ZFXD-CURROUT          NOT = WSAA-PAIR-CURROUT
              MOVE 'Y'                 TO WSAA-PRV-EOF
              GO TO 2659-EXIT
           END-IF.
      *
           IF ZFXD-RATEDATE             = WSAA-RATEDATE
              MOVE 'Y'                 TO WSAA-SAME-DATE
              MOVE NEXTR               TO ZFXD-FUNCTION
              GO TO 2659-EXIT
           END-IF.
      *
           MOVE ZFXD-MIDRATE           TO WSAA-PRV-RATE.
           MOVE ZFXD-RATEDATE          TO WSAA-PRV-DATE.
           MOVE 'Y'                    TO WSAA-PRV-EOF.
      *
       2659-EXIT.
           EXIT.
      /
       2700-READ-TOLERANCE SECTION.
      *****************************
      *
       2710-START.
      *
           MOVE ZERO                   TO WSAA-MAXMOVPC.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV135                  TO ITEM-ITEMTABL.
           MOVE WSAA-PAIR              TO ITEM-ITEMITEM.
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
              MOVE ITEM-GENAREA        TO TV135-TV135-REC
              MOVE TV135-MAXMOVPC      TO WSAA-MAXMOVPC
           END-IF.
      *
       2790-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           IF WSAA-EXCP-REASON      NOT = SPACES
              PERFORM 3200-WRITE-EXCEPTION
              GO TO 3090-EXIT
           END-IF.
      *
           INITIALIZE                  ZFXD-PARAMS.
           MOVE WSAA-PAIR-CURRCODE     TO ZFXD-CURRCODE.
           MOVE WSAA-PAIR-CURROUT      TO ZFXD-CURROUT.
           MOVE WSAA-RATEDATE          TO ZFXD-RATEDATE.
           MOVE BUYRATE  OF ZFXLPF     TO ZFXD-BUYRATE.
           MOVE SELLRATE OF ZFXLPF     TO ZFXD-SELLRATE.
           MOVE WSAA-MIDRATE           TO ZFXD-MIDRATE.
           MOVE 'L'                    TO ZFXD-RATESRC.
      *
           PERFORM 3100-WRITE-RATE.
      *
           ADD 1                       TO WSAA-LOAD-CNT.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
           EXIT.
      /
       3100-WRITE-RATE SECTION.
      *************************
      *
       3110-START.
      *
           MOVE ZFXDREC                TO ZFXD-FORMAT.
           MOVE WRITR                  TO ZFXD-FUNCTION.
      *
           CALL 'ZFXDIO'            USING ZFXD-PARAMS.
      *
           IF ZFXD-STATUZ           NOT = O-K
              MOVE ZFXD-STATUZ         TO SYSR-STATUZ
              MOVE ZFXD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-WRITE-EXCEPTION SECTION.
      ******************************
      *
       3210-EXCEPTION.
      *
           MOVE SPACES                 TO ZFXEPF-REC.
           MOVE CURRCODE OF ZFXLPF     TO CURRCODE   OF ZFXEPF.
           MOVE CURROUT  OF ZFXLPF     TO CURROUT    OF ZFXEPF.
           MOVE WSAA-RATEDATE          TO RATEDATE   OF ZFXEPF.
           MOVE BUYRATE  OF ZFXLPF     TO BUYRATE    OF ZFXEPF.
           MOVE SELLRATE OF ZFXLPF     TO SELLRATE   OF ZFXEPF.
           MOVE WSAA-MIDRATE           TO MIDRATE    OF ZFXEPF.
           MOVE WSAA-PRV-RATE          TO PRVRATE    OF ZFXEPF.
           MOVE WSAA-PRV-DATE          TO PRVDATE    OF ZFXEPF.
           MOVE WSAA-MOVEPC            TO MOVEPC     OF ZFXEPF.
           MOVE WSAA-MAXMOVPC          TO MAXMOVPC   OF ZFXEPF.
           MOVE WSAA-EXCP-REASON       TO EXCPREASN  OF ZFXEPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE    OF ZFXEPF.
           WRITE ZFXEPF-REC.
      *
           ADD 1                       TO WSAA-EXCP-CNT.
      *
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3290-EXIT.
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
      *  Find every pair whose latest rate is older than the run
      *  date, then carry each one forward.
      *
           MOVE ZERO                   TO WSAA-CFW-CNT.
           MOVE SPACES                 TO WSAA-LAST-PAIR.
           MOVE 'N'                    TO WSAA-PRV-EOF.
      *
           INITIALIZE                  ZFXD-PARAMS.
           MOVE ZFXDREC                TO ZFXD-FORMAT.
           MOVE BEGN                   TO ZFXD-FUNCTION.
      *
           PERFORM 4100-SCAN-ONE-RATE
               UNTIL WSAA-PRV-EOF       = 'Y'.
      *
           PERFORM 4200-CARRY-FORWARD
               VARYING WSAA-CFW-IX FROM 1 BY 1
               UNTIL WSAA-CFW-IX        > WSAA-CFW-CNT.
      *
           IF WSAA-FILE-HELD            = 'Y'
              CLOSE ZFXLPF
           END-IF.
           CLOSE ZFXEPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5430 DAILY FX RATE LOAD SUMMARY'.
           DISPLAY 'RATES LOADED..............: ' WSAA-LOAD-CNT.
           DISPLAY 'RATES REJECTED............: ' WSAA-EXCP-CNT.
           DISPLAY 'RATES CARRIED FORWARD.....: ' WSAA-CARRY-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-SCAN-ONE-RATE SECTION.
      ****************************
      *
       4110-START.
      *
           CALL 'ZFXDIO'            USING ZFXD-PARAMS.
      *
           IF ZFXD-STATUZ           NOT = O-K AND ENDP
              MOVE ZFXD-STATUZ         TO SYSR-STATUZ
              MOVE ZFXD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZFXD-STATUZ               = ENDP
              MOVE 'Y'                 TO WSAA-PRV-EOF
              GO TO 4190-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZFXD-FUNCTION.
      *
      *  Only the first (latest) row of each pair counts.
      *
           MOVE ZFXD-CURRCODE          TO WSAA-PAIR-CURRCODE.
           MOVE ZFXD-CURROUT           TO WSAA-PAIR-CURROUT.
      *
           IF WSAA-PAIR                 = WSAA-LAST-PAIR
              GO TO 4190-EXIT
           END-IF.
      *
           MOVE WSAA-PAIR              TO WSAA-LAST-PAIR.
      *
           IF ZFXD-RATEDATE         NOT < BSSC-EFFECTIVE-DATE
              GO TO 4190-EXIT
           END-IF.
      *
           IF WSAA-CFW-CNT          NOT < 100
              MOVE BOMB                TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-CFW-CNT.
           MOVE ZFXD-CURRCODE
                                    TO WSAA-CFW-CURRCODE (WSAA-CFW-CNT).
           MOVE ZFXD-CURROUT
                                    TO WSAA-CFW-CURROUT (WSAA-CFW-CNT).
           MOVE ZFXD-RATEDATE          TO WSAA-CFW-DATE (WSAA-CFW-CNT).
           MOVE ZFXD-BUYRATE
                                    TO WSAA-CFW-BUYRATE (WSAA-CFW-CNT).
           MOVE ZFXD-SELLRATE
                                    TO WSAA-CFW-SELLRATE (WSAA-CFW-CNT).
           MOVE ZFXD-MIDRATE
                                    TO WSAA-CFW-MIDRATE (WSAA-CFW-CNT).
      *
       4190-EXIT.
           EXIT.
      /
       4200-CARRY-FORWARD SECTION.
      ****************************
      *
       4210-START.
      *
           DISPLAY 'B5430 WARNING - ' WSAA-CFW-CURRCODE (WSAA-CFW-IX)
                   '/' WSAA-CFW-CURROUT (WSAA-CFW-IX)
                   ' RATE OF ' WSAA-CFW-DATE (WSAA-CFW-IX)
                   ' CARRIED FORWARD'.
      *
           INITIALIZE                  ZFXD-PARAMS.
           MOVE WSAA-CFW-CURRCODE (WSAA-CFW-IX)
                                       TO ZFXD-CURRCODE.
           MOVE WSAA-CFW-CURROUT (WSAA-CFW-IX)
                                       TO ZFXD-CURROUT.
           MOVE BSSC-EFFECTIVE-DATE    TO ZFXD-RATEDATE.
           MOVE WSAA-CFW-BUYRATE (WSAA-CFW-IX)
                                       TO ZFXD-BUYRATE.
           MOVE WSAA-CFW-SELLRATE (WSAA-CFW-IX)
                                       TO ZFXD-SELLRATE.
           MOVE WSAA-CFW-MIDRATE (WSAA-CFW-IX)
                                       TO ZFXD-MIDRATE.
           MOVE 'C'                    TO ZFXD-RATESRC.
      *
           PERFORM 3100-WRITE-RATE.
      *
           ADD 1                       TO WSAA-CARRY-CNT.
      *
           MOVE CT04                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       4290-EXIT.
           EXIT.
