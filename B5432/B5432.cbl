      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5432.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   SCHEDULED ENDORSEMENT APPLICATION.
      *
      *   The frequency / method change (P5358), change of payer
      *   (P5386), beneficiary change (P5367) and premium
      *   redirection (P5380) endorsements may be keyed with an
      *   effective date ahead of today.  The online program then
      *   holds the screen as keyed on the scheduled-change register
      *   (ZSCH, status 'P') instead of updating the contract.
      *
      *   This job runs daily and takes every pending change whose
      *   effective date has arrived (a missed run is picked up on
      *   the next one).  It stands in for the screen driver: the
      *   endorsement program is called for its initialise, edit
      *   and update sections in turn, with the stored screen
      *   restored between initialise and edit and WSSP-FLAG 'S',
      *   so the change passes exactly the validation and update it
      *   would have had online, against the contract as it stands
      *   on the day.
      *
      *   - a change that passes the edit is applied, the register
      *     entry marked applied ('A') with the contract transaction
      *     number, and the owner is sent the TR384 letter of this
      *     job's transaction code (contract type, then '***');
      *
      *   - a change that fails the edit is marked failed ('F')
      *     with the first error the program raised, and listed on
      *     the ZSCFPF report by servicing branch so the branch can
      *     take it up with the client;
      *
      *   - the contract is softlocked; a contract another
      *     transaction holds is left pending for the next run.
      *
      *   Control totals:
      *     01  -  Scheduled changes due
      *     02  -  Changes applied
      *     03  -  Changes failed validation
      *     04  -  Contracts skipped as locked
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
      * 15/10/26  01/01   PH2663       Phi Tran - IT DEV                    *
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
           SELECT ZSCFPF               ASSIGN TO DATABASE-ZSCFPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZSCFPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZSCFPF-REC.
       01  ZSCFPF-REC.
           COPY DDS-ALL-FORMATS            OF ZSCFPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5432'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
      *
      *  WSSP-EDTERROR, which the batch mainline tests, is carried
      *  in the screen common area passed to the endorsement
      *  programs (COPY WSSPCOMN below).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-LOCKED                 PIC X(01) VALUE 'N'.
       01  WSAA-CALL-PROG              PIC X(05) VALUE SPACES.
       01  WSAA-EDIT-RESULT            PIC X(04) VALUE SPACES.
       01  WSAA-NEW-STAT               PIC X(01) VALUE SPACES.
       01  WSAA-ERRCODE                PIC X(04) VALUE SPACES.
       01  WSAA-ERR-IX                 PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-APPLIED-CNT            PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-FAILED-CNT             PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-LOCKED-CNT             PIC 9(07) COMP-3 VALUE 0.
      *
       01  WSAA-CHGDATA                PIC X(400).
      *
       01  WSAA-ERROR-INDS             PIC X(100).
       01  WSAA-ERROR-TAB              REDEFINES WSAA-ERROR-INDS.
           05  WSAA-ERROR-IND          PIC X(04) OCCURS 25.
      *
       01  WSAA-TR384-KEY.
           05  WSAA-TR384-TRCDE        PIC X(04).
           05  WSAA-TR384-CNTTYPE      PIC X(03).
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  ZSCHREC                 PIC X(10) VALUE 'ZSCHREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  TABLES.
           03  TR384                   PIC X(06) VALUE 'TR384'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
      *
           COPY SFTLOCKREC.
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
           COPY TR384REC.
           COPY LETRQSTREC.
      /
           COPY CHDRLIFSKM.
           COPY ZSCHSKM.
      /
           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5358SCR.
           COPY S5367SCR.
           COPY S5380SCR.
           COPY S5386SCR.
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
           INITIALIZE                  WSSP-COMMON-AREA.
           MOVE SPACES                 TO WSSP-USER-AREA.
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           OPEN OUTPUT ZSCFPF.
      *
           INITIALIZE                  ZSCH-PARAMS.
           MOVE BSPR-COMPANY           TO ZSCH-CHDRCOY.
           MOVE ZSCHREC                TO ZSCH-FORMAT.
           MOVE BEGN                   TO ZSCH-FUNCTION.
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
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           IF WSAA-FIRST-READ           = 'Y'
              MOVE 'N'                 TO WSAA-FIRST-READ
           ELSE
              MOVE NEXTR               TO ZSCH-FUNCTION
           END-IF.
      *
           CALL 'ZSCHIO'            USING ZSCH-PARAMS.
      *
           IF ZSCH-STATUZ           NOT = O-K AND ENDP
              MOVE ZSCH-STATUZ         TO SYSR-STATUZ
              MOVE ZSCH-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZSCH-STATUZ               = ENDP
           OR ZSCH-CHDRCOY          NOT = BSPR-COMPANY
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
      *  Only changes still pending whose date has arrived.
      *
           IF ZSCH-SCHSTAT          NOT = 'P'
           OR ZSCH-EFFDATE              > BSSC-EFFECTIVE-DATE
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
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
           PERFORM 3100-READ-CHDR.
      *
      *  The contract is softlocked as B5355 does; a contract
      *  another transaction holds is left pending for next run.
      *
           PERFORM 3150-SOFTLOCK.
      *
           IF WSAA-LOCKED               = 'Y'
              ADD 1                    TO WSAA-LOCKED-CNT
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              GO TO 3090-EXIT
           END-IF.
      *
           PERFORM 3200-APPLY-CHANGE.
           PERFORM 3750-UNLOCK.
      *
       3090-EXIT.
           EXIT.
      /
       3100-READ-CHDR SECTION.
      ************************
      *
       3110-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE ZSCH-CHDRCOY           TO CHDRLIF-CHDRCOY.
           MOVE ZSCH-CHDRNUM           TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READR                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3150-SOFTLOCK SECTION.
      ***********************
      *
       3151-START.
      *
           MOVE 'N'                    TO WSAA-LOCKED.
      *
           MOVE 'LOCK'                 TO SFTL-FUNCTION.
           MOVE ZSCH-CHDRCOY           TO SFTL-COMPANY.
           MOVE 'CH'                   TO SFTL-ENTTYP.
           MOVE ZSCH-CHDRNUM           TO SFTL-ENTITY.
           MOVE BPRD-AUTH-CODE         TO SFTL-TRANSACTION.
           MOVE 999999                 TO SFTL-USER.
      *
           CALL 'SFTLOCK'           USING SFTL-SFTLOCK-REC.
      *
           IF  SFTL-STATUZ          NOT = O-K
           AND SFTL-STATUZ          NOT = 'LOCK'
               MOVE SFTL-STATUZ        TO SYSR-STATUZ
               MOVE SFTL-SFTLOCK-REC   TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF SFTL-STATUZ               = 'LOCK'
              MOVE 'Y'                 TO WSAA-LOCKED
           END-IF.
      *
       3159-EXIT.
           EXIT.
      /
       3200-APPLY-CHANGE SECTION.
      ***************************
      *
       3210-START.
      *
      *  The common area is set up as the keying user's session had
      *  it, with WSSP-FLAG 'S' so the program knows the change is
      *  being applied on its date rather than keyed.
      *
           INITIALIZE                  WSSP-COMMON-AREA.
           MOVE SPACES                 TO WSSP-USER-AREA.
           MOVE ZSCH-CHDRCOY           TO WSSP-COMPANY.
           MOVE ZSCH-FSUCO             TO WSSP-FSUCO.
           MOVE ZSCH-LANGUAGE          TO WSSP-LANGUAGE.
           MOVE ZSCH-USERID            TO WSSP-USERID.
           MOVE ZSCH-BATCHKEY          TO WSSP-BATCHKEY.
           MOVE ZSCH-BATCHKEY (2:2)    TO WSSP-BRANCH.
           MOVE 'S'                    TO WSSP-FLAG.
           MOVE 1                      TO WSSP-PROGRAM-PTR.
      *
           INITIALIZE                  SCRN-SCREEN-PARAMS.
           MOVE ZSCH-CHDRCOY           TO SCRN-COMPANY.
           MOVE ZSCH-LANGUAGE          TO SCRN-LANGUAGE.
      *
           MOVE ZSCH-PROG              TO WSAA-CALL-PROG.
           MOVE ZSCH-PROG              TO SCRN-SCRNAME.
           MOVE 'S'                    TO SCRN-SCRNAME (1:1).
      *
      *  Initialise, then put back the screen as it was keyed.
      *
           MOVE 1000                   TO WSSP-SECTIONNO.
           PERFORM 3250-CALL-PROGRAM.
           MOVE ZSCH-CHGDATA           TO WSAA-CHGDATA.
      *
      *  Edit against the contract as it stands today.
      *
           MOVE 2000                   TO WSSP-SECTIONNO.
           PERFORM 3250-CALL-PROGRAM.
           MOVE WSSP-EDTERROR          TO WSAA-EDIT-RESULT.
      *
           IF WSAA-EDIT-RESULT      NOT = O-K
              PERFORM 3300-RECORD-FAILURE
              GO TO 3290-EXIT
           END-IF.
      *
           MOVE 3000                   TO WSSP-SECTIONNO.
           PERFORM 3250-CALL-PROGRAM.
      *
      *  The contract header again, for the transaction number the
      *  change has just moved it to.
      *
           PERFORM 3100-READ-CHDR.
      *
           MOVE 'A'                    TO WSAA-NEW-STAT.
           MOVE SPACES                 TO WSAA-ERRCODE.
           PERFORM 3400-UPDATE-REGISTER.
      *
           PERFORM 3800-REQUEST-LETTER.
      *
           ADD 1                       TO WSAA-APPLIED-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3290-EXIT.
           EXIT.
      /
       3250-CALL-PROGRAM SECTION.
      ***************************
      *
       3251-START.
      *
           CALL WSAA-CALL-PROG      USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          WSAA-CHGDATA.
      *
       3259-EXIT.
           EXIT.
      /
       3300-RECORD-FAILURE SECTION.
      *****************************
      *
       3310-START.
      *
      *  The first error the program set on its screen is kept.
      *
           MOVE SPACES                 TO WSAA-ERROR-INDS
                                          WSAA-ERRCODE.
      *
           EVALUATE WSAA-CALL-PROG
              WHEN 'P5358'
                 MOVE WSAA-CHGDATA     TO S5358-DATA-AREA
                 MOVE S5358-ERROR-INDICATORS
                                       TO WSAA-ERROR-INDS
              WHEN 'P5367'
                 MOVE WSAA-CHGDATA     TO S5367-DATA-AREA
                 MOVE S5367-ERROR-INDICATORS
                                       TO WSAA-ERROR-INDS
              WHEN 'P5380'
                 MOVE WSAA-CHGDATA     TO S5380-DATA-AREA
                 MOVE S5380-ERROR-INDICATORS
                                       TO WSAA-ERROR-INDS
              WHEN 'P5386'
                 MOVE WSAA-CHGDATA     TO S5386-DATA-AREA
                 MOVE S5386-ERROR-INDICATORS
                                       TO WSAA-ERROR-INDS
           END-EVALUATE.
      *
           PERFORM 3350-FIRST-ERROR
               VARYING WSAA-ERR-IX FROM 1 BY 1
               UNTIL WSAA-ERR-IX        > 25
               OR    WSAA-ERRCODE   NOT = SPACES.
      *
           MOVE 'F'                    TO WSAA-NEW-STAT.
           PERFORM 3400-UPDATE-REGISTER.
      *
           MOVE SPACES                 TO ZSCFPF-REC.
           MOVE CHDRLIF-CNTBRANCH      TO BRANCH     OF ZSCFPF.
           MOVE ZSCH-CHDRNUM           TO CHDRNUM    OF ZSCFPF.
           MOVE CHDRLIF-CNTTYPE        TO CNTTYPE    OF ZSCFPF.
           MOVE ZSCH-EFFDATE           TO EFFDATE    OF ZSCFPF.
           MOVE ZSCH-ENTDATE           TO ENTDATE    OF ZSCFPF.
           MOVE WSAA-ERRCODE           TO ERRCODE    OF ZSCFPF.
           MOVE ZSCH-PROG              TO PROG       OF ZSCFPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE    OF ZSCFPF.
           MOVE ZSCH-USERID            TO USERID     OF ZSCFPF.
           WRITE ZSCFPF-REC.
      *
           ADD 1                       TO WSAA-FAILED-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3390-EXIT.
           EXIT.
      /
       3350-FIRST-ERROR SECTION.
      **************************
      *
       3351-START.
      *
           IF WSAA-ERROR-IND (WSAA-ERR-IX)
                                    NOT = SPACES
              MOVE WSAA-ERROR-IND (WSAA-ERR-IX)
                                       TO WSAA-ERRCODE
           END-IF.
      *
       3359-EXIT.
           EXIT.
      /
       3400-UPDATE-REGISTER SECTION.
      ******************************
      *
       3410-START.
      *
           MOVE ZSCHREC                TO ZSCH-FORMAT.
           MOVE READH                  TO ZSCH-FUNCTION.
      *
           CALL 'ZSCHIO'            USING ZSCH-PARAMS.
      *
           IF ZSCH-STATUZ           NOT = O-K
              MOVE ZSCH-STATUZ         TO SYSR-STATUZ
              MOVE ZSCH-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE WSAA-NEW-STAT          TO ZSCH-SCHSTAT.
           MOVE BSSC-EFFECTIVE-DATE    TO ZSCH-APPDATE.
           MOVE WSAA-ERRCODE           TO ZSCH-ERRCODE.
           IF ZSCH-SCHSTAT              = 'A'
              MOVE CHDRLIF-TRANNO      TO ZSCH-TRANNO
           END-IF.
           MOVE ZSCHREC                TO ZSCH-FORMAT.
           MOVE REWRT                  TO ZSCH-FUNCTION.
      *
           CALL 'ZSCHIO'            USING ZSCH-PARAMS.
      *
           IF ZSCH-STATUZ           NOT = O-K
              MOVE ZSCH-STATUZ         TO SYSR-STATUZ
              MOVE ZSCH-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3490-EXIT.
           EXIT.
      /
       3750-UNLOCK SECTION.
      *********************
      *
       3751-UNLOCK.
      *
           MOVE 'UNLK'                 TO SFTL-FUNCTION.
           MOVE ZSCH-CHDRCOY           TO SFTL-COMPANY.
           MOVE 'CH'                   TO SFTL-ENTTYP.
           MOVE ZSCH-CHDRNUM           TO SFTL-ENTITY.
           MOVE BPRD-AUTH-CODE         TO SFTL-TRANSACTION.
           MOVE 999999                 TO SFTL-USER.
      *
           CALL 'SFTLOCK'           USING SFTL-SFTLOCK-REC.
      *
           IF SFTL-STATUZ           NOT = O-K
              MOVE SFTL-STATUZ         TO SYSR-STATUZ
              MOVE SFTL-SFTLOCK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3759-EXIT.
           EXIT.
      /
       3800-REQUEST-LETTER SECTION.
      *****************************
      *
       3810-START.
      *
      *  Confirmation letter from the TR384 item of this job's
      *  transaction code; contract type first, then '***'.
      *
           MOVE CHDRLIF-CNTTYPE        TO WSAA-TR384-CNTTYPE.
           MOVE BPRD-AUTH-CODE         TO WSAA-TR384-TRCDE.
           PERFORM 3850-READ-TR384.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE '***'               TO WSAA-TR384-CNTTYPE
              PERFORM 3850-READ-TR384
           END-IF.
      *
           IF ITEM-STATUZ           NOT = O-K
              GO TO 3890-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TR384-TR384-REC.
      *
           IF TR384-LETTER-TYPE         = SPACES
              GO TO 3890-EXIT
           END-IF.
      *
           MOVE SPACES                 TO LETRQST-STATUZ.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-REQUEST-COMPANY.
           MOVE TR384-LETTER-TYPE      TO LETRQST-LETTER-TYPE.
           MOVE BSSC-EFFECTIVE-DATE    TO LETRQST-LETTER-REQUEST-DATE.
           MOVE CHDRLIF-CHDRPFX        TO LETRQST-RDOCPFX.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-RDOCCOY.
           MOVE CHDRLIF-CHDRNUM        TO LETRQST-RDOCNUM.
           MOVE ZSCH-LANGUAGE          TO LETRQST-OTHER-KEYS.
           MOVE CHDRLIF-COWNCOY        TO LETRQST-CLNTCOY.
           MOVE CHDRLIF-COWNNUM        TO LETRQST-CLNTNUM.
           MOVE CHDRLIF-DESPNUM        TO LETRQST-DESPNUM.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO LETRQST-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO LETRQST-TRANNO.
           MOVE CHDRLIF-CNTBRANCH      TO LETRQST-BRANCH.
           MOVE BPRD-AUTH-CODE         TO LETRQST-TRCDE.
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
       3890-EXIT.
           EXIT.
      /
       3850-READ-TR384 SECTION.
      *************************
      *
       3851-START.
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
           IF  ITEM-STATUZ          NOT = O-K
           AND ITEM-STATUZ          NOT = MRNF
               MOVE ITEM-STATUZ        TO SYSR-STATUZ
               MOVE ITEM-PARAMS        TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3859-EXIT.
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
           CLOSE ZSCFPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5432 SCHEDULED ENDORSEMENT SUMMARY'.
           DISPLAY 'CHANGES APPLIED...........: ' WSAA-APPLIED-CNT.
           DISPLAY 'CHANGES FAILED............: ' WSAA-FAILED-CNT.
           DISPLAY 'CONTRACTS LOCKED..........: ' WSAA-LOCKED-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
