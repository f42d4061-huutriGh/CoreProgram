      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5448.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   PROSPECT PERSONAL-DATA ANONYMISATION.
      *
      *   Personal data may be kept no longer than it is needed.
      *   This job sweeps the personal clients and anonymises each
      *   one who holds no contract role and has had none for the
      *   retention period:
      *
      *   - every CLRR role of the client must be on a contract
      *     that never went on risk - its risk status is one of
      *     the TV151 statuses (declined, auto-declined by B5373,
      *     withdrawn, not taken up).  Any other role - a proposal
      *     still in progress, a contract issued in any status, or
      *     a role outside contracts (agent, payee) - keeps the
      *     client;
      *   - the last activity - the later of the client's start
      *     date and the commencement date of those contracts -
      *     must be TV151 RETNYRS years (default 5) before the run.
      *
      *   Anonymising blanks the name, the ID and old ID numbers,
      *   the address, the phone, fax, mobile and e-mail details
      *   (CLTS, CLEX), the tax identification numbers (ZCTX) and
      *   deletes the client's bank accounts (CLBADDB).  The client
      *   number, type, sex, date of birth and roles stay, so the
      *   declined proposals and their accounting still resolve.
      *   The surname becomes ANONYMISED.
      *   The client's change history (ZCHG), which holds the old       <PH2680>
      *   values of the same details, is deleted with them.             <PH2680>
      *
      *   Each client anonymised is recorded on the ZANL register -
      *   date, retention applied, last activity and which groups of
      *   data were blanked - and is never selected again.
      *
      *   Control totals:
      *     01  -  Clients read
      *     02  -  Clients anonymised
      *     03  -  Bank accounts deleted
      *     04  -  Clients kept - contract role
      *     05  -  Clients kept - within retention
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
      * 15/10/26  01/01   PH2679       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2680       Phi Tran - IT DEV                    *
      *           Delete the anonymised client's ZCHG change history, which *
      *           holds the old name, ID, address and contact details.      *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.                                IBM-AS400.
       OBJECT-COMPUTER.                                IBM-AS400.
      /
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5448'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-RETNYRS                PIC 9(02) VALUE 0.
       01  WSAA-CUTOFF                 PIC 9(08) VALUE 0.
       01  WSAA-LASTACT                PIC 9(08) VALUE 0.
       01  WSAA-OCCDATE                PIC 9(08) VALUE 0.
       01  WSAA-LIVE-ROLE              PIC X(01) VALUE 'N'.
       01  WSAA-NOPOLICY               PIC X(01) VALUE 'N'.
       01  WSAA-CLRR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-CLBA-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZCHG-EOF               PIC X(01) VALUE 'N'.             <PH2680>
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
       01  WSAA-ANON-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-BANK-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-ROLE-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-RETAIN-CNT             PIC 9(07) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  CLBADDBREC              PIC X(10) VALUE 'CLBADDBREC'.
           03  CLEXREC                 PIC X(10) VALUE 'CLEXREC'.
           03  CLRRREC                 PIC X(10) VALUE 'CLRRREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZANLREC                 PIC X(10) VALUE 'ZANLREC'.
           03  ZCTXREC                 PIC X(10) VALUE 'ZCTXREC'.
           03  ZCHGREC                 PIC X(10) VALUE 'ZCHGREC'.       <PH2680>
      *
       01  TABLES.
           03  TV151                   PIC X(06) VALUE 'TV151'.
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
           COPY DATCON2REC.
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
      /
           COPY ITEMSKM.
           COPY TV151REC.
           COPY CHDRLNBSKM.
           COPY CLBADDBSKM.
           COPY CLEXSKM.
           COPY CLRRSKM.
           COPY CLTSSKM.
           COPY ZANLSKM.
           COPY ZCTXSKM.
           COPY ZCHGSKM.                                                <PH2680>
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
      *  The retention rule.  No item: five years, and only clients
      *  who never had a contract role at all are anonymised.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV151                  TO ITEM-ITEMTABL.
           MOVE '***'                  TO ITEM-ITEMITEM.
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
              MOVE ITEM-GENAREA        TO TV151-TV151-REC
           ELSE
              MOVE SPACES              TO TV151-TV151-REC
              MOVE ZERO                TO TV151-RETNYRS
           END-IF.
      *
           IF TV151-RETNYRS             NUMERIC
           AND TV151-RETNYRS            > ZERO
              MOVE TV151-RETNYRS       TO WSAA-RETNYRS
           ELSE
              MOVE 5                   TO WSAA-RETNYRS
           END-IF.
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE '01'                   TO DTC2-FREQUENCY.
           COMPUTE DTC2-FREQ-FACTOR     = ZERO - WSAA-RETNYRS.
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
           MOVE DTC2-INT-DATE-2        TO WSAA-CUTOFF.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE '9'                    TO CLTS-CLNTCOY.
           MOVE CLTSREC                TO CLTS-FORMAT.
           MOVE BEGN                   TO CLTS-FUNCTION.
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
              MOVE NEXTR               TO CLTS-FUNCTION
           END-IF.
      *
           CALL 'CLTSIO'            USING CLTS-PARAMS.
      *
           IF CLTS-STATUZ           NOT = O-K AND ENDP
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CLTS-STATUZ               = ENDP
           OR CLTS-CLNTPFX          NOT = 'CN'
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
      *
           IF CLTS-VALIDFLAG (1:1)  NOT = '1'
           OR CLTS-CLTTYPE (1:1)    NOT = 'P'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
      *  Already anonymised.
      *
           INITIALIZE                  ZANL-PARAMS.
           MOVE 'CN'                   TO ZANL-CLNTPFX.
           MOVE CLTS-CLNTCOY           TO ZANL-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO ZANL-CLNTNUM.
           MOVE ZANLREC                TO ZANL-FORMAT.
           MOVE READR                  TO ZANL-FUNCTION.
      *
           CALL 'ZANLIO'            USING ZANL-PARAMS.
      *
           IF ZANL-STATUZ           NOT = O-K AND MRNF
              MOVE ZANL-STATUZ         TO SYSR-STATUZ
              MOVE ZANL-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZANL-STATUZ               = O-K
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
      *  Every role must be on a contract that never went on risk.
      *
           MOVE CLTS-START-DATE        TO WSAA-LASTACT.
           MOVE 'N'                    TO WSAA-LIVE-ROLE
                                          WSAA-CLRR-EOF.
      *
           MOVE SPACES                 TO CLRR-PARAMS.
           MOVE 'CN'                   TO CLRR-CLNTPFX.
           MOVE CLTS-CLNTCOY           TO CLRR-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO CLRR-CLNTNUM.
           MOVE CLRRREC                TO CLRR-FORMAT.
           MOVE BEGN                   TO CLRR-FUNCTION.
      *
           PERFORM 2600-ONE-CLRR
               UNTIL WSAA-CLRR-EOF      = 'Y'.
      *
           IF WSAA-LIVE-ROLE            = 'Y'
              ADD 1                    TO WSAA-ROLE-CNT
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           IF WSAA-LASTACT              > WSAA-CUTOFF
              ADD 1                    TO WSAA-RETAIN-CNT
              MOVE CT05                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              MOVE SPACES              TO WSSP-EDTERROR
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2600-ONE-CLRR SECTION.
      ***********************
      *
       2610-START.
      *
           CALL 'CLRRIO'            USING CLRR-PARAMS.
      *
           IF CLRR-STATUZ           NOT = O-K AND ENDP
              MOVE CLRR-STATUZ         TO SYSR-STATUZ
              MOVE CLRR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CLRR-STATUZ               = ENDP
           OR CLRR-CLNTPFX (1:2)    NOT = 'CN'
           OR CLRR-CLNTCOY (1:1)    NOT = CLTS-CLNTCOY
           OR CLRR-CLNTNUM (1:8)    NOT = CLTS-CLNTNUM
              MOVE 'Y'                 TO WSAA-CLRR-EOF
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO CLRR-FUNCTION.
      *
           IF CLRR-FOREPFX (1:2)    NOT = 'CH'
              MOVE 'Y'                 TO WSAA-LIVE-ROLE
                                          WSAA-CLRR-EOF
              GO TO 2690-EXIT
           END-IF.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE CLRR-FORECOY (1:1)     TO CHDRLNB-CHDRCOY.
           MOVE CLRR-FORENUM (1:8)     TO CHDRLNB-CHDRNUM.
           MOVE CHDRLNBREC             TO CHDRLNB-FORMAT.
           MOVE READR                  TO CHDRLNB-FUNCTION.
      *
           CALL 'CHDRLNBIO'         USING CHDRLNB-PARAMS.
      *
           IF CHDRLNB-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLNB-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CHDRLNB-STATUZ            = MRNF
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE 'N'                    TO WSAA-NOPOLICY.
           PERFORM 2700-MATCH-STATCODE
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 10
               OR    WSAA-NOPOLICY      = 'Y'.
      *
           IF WSAA-NOPOLICY         NOT = 'Y'
              MOVE 'Y'                 TO WSAA-LIVE-ROLE
                                          WSAA-CLRR-EOF
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE CHDRLNB-OCCDATE        TO WSAA-OCCDATE.
           IF WSAA-OCCDATE              > WSAA-LASTACT
              MOVE WSAA-OCCDATE        TO WSAA-LASTACT
           END-IF.
      *
       2690-EXIT.
           EXIT.
      /
       2700-MATCH-STATCODE SECTION.
      *****************************
      *
       2710-START.
      *
           IF TV151-STATCODE (WSAA-SUB) NOT = SPACES
           AND TV151-STATCODE (WSAA-SUB) = CHDRLNB-STATCODE (1:2)
              MOVE 'Y'                 TO WSAA-NOPOLICY
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
           INITIALIZE                  ZANL-PARAMS.
           MOVE 'CN'                   TO ZANL-CLNTPFX.
           MOVE CLTS-CLNTCOY           TO ZANL-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO ZANL-CLNTNUM.
           MOVE BSSC-EFFECTIVE-DATE    TO ZANL-ANONDATE.
           MOVE WSAA-RETNYRS           TO ZANL-RETNYRS.
           MOVE WSAA-LASTACT           TO ZANL-LASTACT.
           MOVE 'N'                    TO ZANL-ANONTAX.
           MOVE ZERO                   TO ZANL-BANKCNT.
      *
           PERFORM 3100-ANONYMISE-CLTS.
           PERFORM 3200-ANONYMISE-CLEX.
           PERFORM 3300-ANONYMISE-ZCTX.
           PERFORM 3400-DELETE-BANK.
           PERFORM 3700-DELETE-CHANGES.                                 <PH2680>
      *
           MOVE '1'                    TO ZANL-VALIDFLAG.
           MOVE ZANLREC                TO ZANL-FORMAT.
           MOVE WRITR                  TO ZANL-FUNCTION.
      *
           CALL 'ZANLIO'            USING ZANL-PARAMS.
      *
           IF ZANL-STATUZ           NOT = O-K
              MOVE ZANL-STATUZ         TO SYSR-STATUZ
              MOVE ZANL-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-ANON-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
           EXIT.
      /
       3100-ANONYMISE-CLTS SECTION.
      *****************************
      *
       3110-START.
      *
           MOVE CLTSREC                TO CLTS-FORMAT.
           MOVE READH                  TO CLTS-FUNCTION.
      *
           CALL 'CLTSIO'            USING CLTS-PARAMS.
      *
           IF CLTS-STATUZ           NOT = O-K
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE 'ANONYMISED'           TO CLTS-SURNAME
                                          CLTS-LSURNAME.
           MOVE SPACES                 TO CLTS-GIVNAME
                                          CLTS-LGIVNAME
                                          CLTS-INITIALS
                                          CLTS-MIDDL01
                                          CLTS-MIDDL02
                                          CLTS-SALUTL.
           MOVE 'Y'                    TO ZANL-ANONNAME.
      *
           MOVE SPACES                 TO CLTS-SECUITYNO
                                          CLTS-DOCNO.
           MOVE 'Y'                    TO ZANL-ANONID.
      *
           MOVE SPACES                 TO CLTS-CLTADDR01
                                          CLTS-CLTADDR02
                                          CLTS-CLTADDR03
                                          CLTS-CLTADDR04
                                          CLTS-CLTADDR05
                                          CLTS-CLTPCODE.
           MOVE 'Y'                    TO ZANL-ANONADDR.
      *
           MOVE SPACES                 TO CLTS-CLTPHONE01
                                          CLTS-CLTPHONE02.
           MOVE 'Y'                    TO ZANL-ANONPHON.
      *
           MOVE CLTSREC                TO CLTS-FORMAT.
           MOVE REWRT                  TO CLTS-FUNCTION.
      *
           CALL 'CLTSIO'            USING CLTS-PARAMS.
      *
           IF CLTS-STATUZ           NOT = O-K
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-ANONYMISE-CLEX SECTION.
      *****************************
      *
       3210-START.
      *
           INITIALIZE                  CLEX-PARAMS.
           MOVE 'CN'                   TO CLEX-CLNTPFX.
           MOVE CLTS-CLNTCOY           TO CLEX-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO CLEX-CLNTNUM.
           MOVE CLEXREC                TO CLEX-FORMAT.
           MOVE READH                  TO CLEX-FUNCTION.
      *
           CALL 'CLEXIO'            USING CLEX-PARAMS.
      *
           IF CLEX-STATUZ           NOT = O-K AND MRNF
              MOVE CLEX-STATUZ         TO SYSR-STATUZ
              MOVE CLEX-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CLEX-STATUZ               = MRNF
              GO TO 3290-EXIT
           END-IF.
      *
           MOVE SPACES                 TO CLEX-OLDIDNO
                                          CLEX-IDPLACE
                                          CLEX-RTAXIDNUM
                                          CLEX-RDIDTELNO
                                          CLEX-RMBLPHONE
                                          CLEX-RPAGER
                                          CLEX-FAXNO
                                          CLEX-RINTERNET.
      *
           MOVE CLEXREC                TO CLEX-FORMAT.
           MOVE REWRT                  TO CLEX-FUNCTION.
      *
           CALL 'CLEXIO'            USING CLEX-PARAMS.
      *
           IF CLEX-STATUZ           NOT = O-K
              MOVE CLEX-STATUZ         TO SYSR-STATUZ
              MOVE CLEX-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3300-ANONYMISE-ZCTX SECTION.
      *****************************
      *
       3310-START.
      *
           INITIALIZE                  ZCTX-PARAMS.
           MOVE 'CN'                   TO ZCTX-CLNTPFX.
           MOVE CLTS-CLNTCOY           TO ZCTX-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO ZCTX-CLNTNUM.
           MOVE ZCTXREC                TO ZCTX-FORMAT.
           MOVE READH                  TO ZCTX-FUNCTION.
      *
           CALL 'ZCTXIO'            USING ZCTX-PARAMS.
      *
           IF ZCTX-STATUZ           NOT = O-K AND MRNF
              MOVE ZCTX-STATUZ         TO SYSR-STATUZ
              MOVE ZCTX-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCTX-STATUZ               = MRNF
              GO TO 3390-EXIT
           END-IF.
      *
           MOVE SPACES                 TO ZCTX-TAXID01
                                          ZCTX-TAXID02
                                          ZCTX-TAXID03.
      *
           MOVE ZCTXREC                TO ZCTX-FORMAT.
           MOVE REWRT                  TO ZCTX-FUNCTION.
      *
           CALL 'ZCTXIO'            USING ZCTX-PARAMS.
      *
           IF ZCTX-STATUZ           NOT = O-K
              MOVE ZCTX-STATUZ         TO SYSR-STATUZ
              MOVE ZCTX-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE 'Y'                    TO ZANL-ANONTAX.
      *
       3390-EXIT.
           EXIT.
      /
       3400-DELETE-BANK SECTION.
      **************************
      *
       3410-START.
      *
           MOVE 'N'                    TO WSAA-CLBA-EOF.
      *
           INITIALIZE                  CLBADDB-PARAMS.
           MOVE 'CN'                   TO CLBADDB-CLNTPFX.
           MOVE CLTS-CLNTCOY           TO CLBADDB-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO CLBADDB-CLNTNUM.
           MOVE CLBADDBREC             TO CLBADDB-FORMAT.
           MOVE BEGNH                  TO CLBADDB-FUNCTION.
      *
           PERFORM 3450-DELETE-ONE-BANK
               UNTIL WSAA-CLBA-EOF      = 'Y'.
      *
       3490-EXIT.
           EXIT.
      /
       3450-DELETE-ONE-BANK SECTION.
      ******************************
      *
       3451-START.
      *
           CALL 'CLBADDBIO'         USING CLBADDB-PARAMS.
      *
           IF CLBADDB-STATUZ        NOT = O-K AND ENDP
              MOVE CLBADDB-STATUZ      TO SYSR-STATUZ
              MOVE CLBADDB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CLBADDB-STATUZ            = ENDP
           OR CLBADDB-CLNTPFX       NOT = 'CN'
           OR CLBADDB-CLNTCOY       NOT = CLTS-CLNTCOY
           OR CLBADDB-CLNTNUM       NOT = CLTS-CLNTNUM
              MOVE 'Y'                 TO WSAA-CLBA-EOF
              GO TO 3459-EXIT
           END-IF.
      *
           MOVE CLBADDBREC             TO CLBADDB-FORMAT.
           MOVE DELET                  TO CLBADDB-FUNCTION.
      *
           CALL 'CLBADDBIO'         USING CLBADDB-PARAMS.
      *
           IF CLBADDB-STATUZ        NOT = O-K
              MOVE CLBADDB-STATUZ      TO SYSR-STATUZ
              MOVE CLBADDB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO ZANL-BANKCNT
                                          WSAA-BANK-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE NEXTR                  TO CLBADDB-FUNCTION.
      *
       3459-EXIT.
           EXIT.
      /
       3700-DELETE-CHANGES SECTION.                                     <PH2680>
      *****************************                                     <PH2680>
      *                                                                 <PH2680>
       3710-START.                                                      <PH2680>
      *                                                                 <PH2680>
           MOVE 'N'                    TO WSAA-ZCHG-EOF.                <PH2680>
      *                                                                 <PH2680>
           INITIALIZE                  ZCHG-PARAMS.                     <PH2680>
           MOVE 'CN'                   TO ZCHG-CLNTPFX.                 <PH2680>
           MOVE CLTS-CLNTCOY           TO ZCHG-CLNTCOY.                 <PH2680>
           MOVE CLTS-CLNTNUM           TO ZCHG-CLNTNUM.                 <PH2680>
           MOVE ZCHGREC                TO ZCHG-FORMAT.                  <PH2680>
           MOVE BEGNH                  TO ZCHG-FUNCTION.                <PH2680>
      *                                                                 <PH2680>
           PERFORM 3750-DELETE-ONE-CHANGE                               <PH2680>
               UNTIL WSAA-ZCHG-EOF      = 'Y'.                          <PH2680>
      *                                                                 <PH2680>
       3790-EXIT.                                                       <PH2680>
           EXIT.                                                        <PH2680>
      /                                                                 <PH2680>
       3750-DELETE-ONE-CHANGE SECTION.                                  <PH2680>
      ********************************                                  <PH2680>
      *                                                                 <PH2680>
       3751-START.                                                      <PH2680>
      *                                                                 <PH2680>
           CALL 'ZCHGIO'            USING ZCHG-PARAMS.                  <PH2680>
      *                                                                 <PH2680>
           IF ZCHG-STATUZ           NOT = O-K AND ENDP                  <PH2680>
              MOVE ZCHG-STATUZ         TO SYSR-STATUZ                   <PH2680>
              MOVE ZCHG-PARAMS         TO SYSR-PARAMS                   <PH2680>
              PERFORM 600-FATAL-ERROR                                   <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           IF ZCHG-STATUZ               = ENDP                          <PH2680>
           OR ZCHG-CLNTPFX          NOT = 'CN'                          <PH2680>
           OR ZCHG-CLNTCOY          NOT = CLTS-CLNTCOY                  <PH2680>
           OR ZCHG-CLNTNUM          NOT = CLTS-CLNTNUM                  <PH2680>
              MOVE 'Y'                 TO WSAA-ZCHG-EOF                 <PH2680>
              GO TO 3759-EXIT                                           <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           MOVE ZCHGREC                TO ZCHG-FORMAT.                  <PH2680>
           MOVE DELET                  TO ZCHG-FUNCTION.                <PH2680>
      *                                                                 <PH2680>
           CALL 'ZCHGIO'            USING ZCHG-PARAMS.                  <PH2680>
      *                                                                 <PH2680>
           IF ZCHG-STATUZ           NOT = O-K                           <PH2680>
              MOVE ZCHG-STATUZ         TO SYSR-STATUZ                   <PH2680>
              MOVE ZCHG-PARAMS         TO SYSR-PARAMS                   <PH2680>
              PERFORM 600-FATAL-ERROR                                   <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           MOVE NEXTR                  TO ZCHG-FUNCTION.                <PH2680>
      *                                                                 <PH2680>
       3759-EXIT.                                                       <PH2680>
           EXIT.                                                        <PH2680>
      /                                                                 <PH2680>
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
           DISPLAY '=========================================='.
           DISPLAY 'B5448 PROSPECT ANONYMISATION'.
           DISPLAY 'RETENTION YEARS       : ' WSAA-RETNYRS.
           DISPLAY 'LAST ACTIVITY BEFORE  : ' WSAA-CUTOFF.
           DISPLAY 'CLIENTS ANONYMISED    : ' WSAA-ANON-CNT.
           DISPLAY 'BANK ACCOUNTS DELETED : ' WSAA-BANK-CNT.
           DISPLAY 'KEPT - CONTRACT ROLE  : ' WSAA-ROLE-CNT.
           DISPLAY 'KEPT - IN RETENTION   : ' WSAA-RETAIN-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
