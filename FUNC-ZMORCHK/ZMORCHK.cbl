       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZMORCHK.
      *
      * Copyright 1986-2026, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      * DISASTER-AREA MORATORIUM CHECK.
      *
      * Standalone callable check of one contract against the
      * moratorium register ZMOR, maintained through P5406 when a
      * typhoon, flood or similar event strikes an area.
      *
      * A moratorium covers either one ward (area type 'W', area =
      * the ward's postcode on the ZPCD postal master) or a whole
      * province (area type 'P', area = the ZPCD province name).
      * A contract falls under it when its owner's address postcode
      * (CLTS) is that ward, or lies in that province on ZPCD.
      *
      * The relief granted runs from the start date to the end date
      * plus the extended grace days (the grace end).  The check is
      * made over the period ZMCK-EFFDATE to ZMCK-TODATE - a zero
      * from-date means today, a zero to-date means the from-date -
      * and a moratorium applies when it
      *   - has status 'A' (not cancelled),
      *   - started on or before the to-date, and
      *   - has its grace end on or after the from-date.
      *
      * The caller receives ZMCK-COVERED = 'Y' with the reference,
      * area, dates and relief flags (no overdue notices, late
      * interest waived) of the first moratorium found - the ward
      * before the province - or 'N' when the contract is not
      * covered.
      * Callers: B5353 overdue and lapse, B5354 overdue notices,
      * P5355 reinstatement and the B5457 moratorium report.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2687       Phi Tran - IT DEV                    *
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
       01  WSAA-SUBR                   PIC X(08) VALUE 'ZMORCHK'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-EOF                    PIC X(01) VALUE 'N'.
       01  WSAA-AREATYPE               PIC X(01) VALUE SPACES.
       01  WSAA-AREA                   PIC X(30) VALUE SPACES.
       01  WSAA-GRACEND                PIC 9(08) VALUE 0.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  ZPCDREC                 PIC X(10) VALUE 'ZPCDREC'.
           03  ZMORREC                 PIC X(10) VALUE 'ZMORREC'.
      *
           COPY CONERRREC.
           COPY CONLOGREC.
           COPY SYSERRREC.
           COPY VARCOM.
           COPY DATCON2REC.
           COPY CHDRLIFSKM.
           COPY CLTSSKM.
           COPY ZPCDSKM.
           COPY ZMORSKM.
      /
      *
       LINKAGE SECTION.
      *****************
      *
           COPY ZMORCHKREC.
      /
       PROCEDURE DIVISION           USING ZMCK-ZMORCHK-REC.
      *
       000-MAIN SECTION.
      ******************
       010-START.
      *
           MOVE O-K                    TO ZMCK-STATUZ.
           MOVE 'N'                    TO ZMCK-COVERED.
           MOVE SPACES                 TO ZMCK-MORREF
                                          ZMCK-AREATYPE
                                          ZMCK-AREA
                                          ZMCK-NONOTICE
                                          ZMCK-INTWAIVE.
           MOVE ZEROES                 TO ZMCK-STRTDATE
                                          ZMCK-ENDDATE
                                          ZMCK-GRACEND.
      *
           IF ZMCK-EFFDATE              = ZERO
              MOVE TDAY                TO DTC1-FUNCTION
              CALL 'DATCON1'        USING DTC1-DATCON1-REC
              MOVE DTC1-EXT-DATE       TO ZMCK-EFFDATE
           END-IF.
      *
           IF ZMCK-TODATE               = ZERO
           OR ZMCK-TODATE               < ZMCK-EFFDATE
              MOVE ZMCK-EFFDATE        TO ZMCK-TODATE
           END-IF.
      *
      *  The owner's address postcode.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE ZMCK-CHDRCOY           TO CHDRLIF-CHDRCOY.
           MOVE ZMCK-CHDRNUM           TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READR                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              MOVE BOMB                TO ZMCK-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           IF CHDRLIF-STATUZ            = MRNF
           OR CHDRLIF-COWNNUM           = SPACES
              GO TO 090-EXIT
           END-IF.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE CHDRLIF-COWNCOY (1:1)  TO CLTS-CLNTCOY.
           MOVE CHDRLIF-COWNNUM        TO CLTS-CLNTNUM.
           MOVE CLTSREC                TO CLTS-FORMAT.
           MOVE READR                  TO CLTS-FUNCTION.
      *
           CALL 'CLTSIO'            USING CLTS-PARAMS.
      *
           IF CLTS-STATUZ           NOT = O-K AND MRNF
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZMCK-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           IF CLTS-STATUZ               = MRNF
           OR CLTS-CLTPCODE             = SPACES
              GO TO 090-EXIT
           END-IF.
      *
      *  A moratorium on the owner's ward.
      *
           MOVE 'W'                    TO WSAA-AREATYPE.
           MOVE CLTS-CLTPCODE          TO WSAA-AREA.
           PERFORM 100-CHECK-AREA.
      *
           IF ZMCK-COVERED              = 'Y'
           OR ZMCK-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
      *  A moratorium on the province the ward lies in.
      *
           INITIALIZE                  ZPCD-PARAMS.
           MOVE CLTS-CLTPCODE          TO ZPCD-POSTCODE.
           MOVE ZPCDREC                TO ZPCD-FORMAT.
           MOVE READR                  TO ZPCD-FUNCTION.
      *
           CALL 'ZPCDIO'            USING ZPCD-PARAMS.
      *
           IF ZPCD-STATUZ           NOT = O-K AND MRNF
              MOVE ZPCD-STATUZ         TO SYSR-STATUZ
              MOVE ZPCD-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZMCK-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           IF ZPCD-STATUZ               = MRNF
           OR ZPCD-PROVINCE             = SPACES
              GO TO 090-EXIT
           END-IF.
      *
           MOVE 'P'                    TO WSAA-AREATYPE.
           MOVE ZPCD-PROVINCE          TO WSAA-AREA.
           PERFORM 100-CHECK-AREA.
      *
       090-EXIT.
           EXIT PROGRAM.
      /
       100-CHECK-AREA SECTION.
      ************************
       110-START.
      *
           MOVE 'N'                    TO WSAA-EOF.
      *
           INITIALIZE                  ZMOR-PARAMS.
           MOVE ZMCK-CHDRCOY           TO ZMOR-MORCOY.
           MOVE WSAA-AREATYPE          TO ZMOR-AREATYPE.
           MOVE WSAA-AREA              TO ZMOR-AREA.
           MOVE ZMORREC                TO ZMOR-FORMAT.
           MOVE BEGN                   TO ZMOR-FUNCTION.
      *
           PERFORM 200-READ-MORATORIUM
               UNTIL WSAA-EOF           = 'Y'
               OR ZMCK-COVERED          = 'Y'.
      *
       190-EXIT.
           EXIT.
      /
       200-READ-MORATORIUM SECTION.
      *****************************
       210-START.
      *
           CALL 'ZMORIO'            USING ZMOR-PARAMS.
      *
           IF ZMOR-STATUZ           NOT = O-K AND ENDP
              MOVE ZMOR-STATUZ         TO SYSR-STATUZ
              MOVE ZMOR-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZMCK-STATUZ
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 290-EXIT
           END-IF.
      *
           IF ZMOR-STATUZ               = ENDP
           OR ZMOR-MORCOY           NOT = ZMCK-CHDRCOY
           OR ZMOR-AREATYPE         NOT = WSAA-AREATYPE
           OR ZMOR-AREA             NOT = WSAA-AREA
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 290-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZMOR-FUNCTION.
      *
           IF ZMOR-MORSTAT          NOT = 'A'
           OR ZMOR-STRTDATE             > ZMCK-TODATE
              GO TO 290-EXIT
           END-IF.
      *
      *  The relief runs on past the end date by the extended
      *  grace days.
      *
           MOVE ZMOR-ENDDATE           TO WSAA-GRACEND.
      *
           IF ZMOR-GRACEXT              > ZERO
              MOVE ZMOR-GRACEXT        TO DTC2-FREQ-FACTOR
              MOVE 'DY'                TO DTC2-FREQUENCY
              MOVE ZMOR-ENDDATE        TO DTC2-INT-DATE-1
              MOVE ZEROES              TO DTC2-INT-DATE-2
      *
              CALL 'DATCON2'        USING DTC2-DATCON2-REC
      *
              IF DTC2-STATUZ        NOT = O-K
                 MOVE DTC2-STATUZ      TO SYSR-STATUZ
                 MOVE DTC2-DATCON2-REC TO SYSR-PARAMS
                 MOVE BOMB             TO ZMCK-STATUZ
                 MOVE 'Y'              TO WSAA-EOF
                 GO TO 290-EXIT
              END-IF
      *
              MOVE DTC2-INT-DATE-2     TO WSAA-GRACEND
           END-IF.
      *
           IF WSAA-GRACEND              < ZMCK-EFFDATE
              GO TO 290-EXIT
           END-IF.
      *
           MOVE 'Y'                    TO ZMCK-COVERED.
           MOVE ZMOR-MORREF            TO ZMCK-MORREF.
           MOVE ZMOR-AREATYPE          TO ZMCK-AREATYPE.
           MOVE ZMOR-AREA              TO ZMCK-AREA.
           MOVE ZMOR-STRTDATE          TO ZMCK-STRTDATE.
           MOVE ZMOR-ENDDATE           TO ZMCK-ENDDATE.
           MOVE WSAA-GRACEND           TO ZMCK-GRACEND.
           MOVE ZMOR-NONOTICE          TO ZMCK-NONOTICE.
           MOVE ZMOR-INTWAIVE          TO ZMCK-INTWAIVE.
      *
       290-EXIT.
           EXIT.
