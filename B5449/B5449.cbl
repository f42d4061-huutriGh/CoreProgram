      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5449.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   DATA-SUBJECT ACCESS REPORT.
      *
      *   Run on demand for the one client named in the PZ447
      *   parameters, to answer the client's request for the
      *   personal data held about them.  Writes ZDSRPF, one line
      *   per item, grouped by record type:
      *
      *       CLNT  the client record - name, ID number, date of
      *             birth, sex, nationality, status
      *       ADDR  the address and postcode
      *       PHON  the telephone numbers, mobile, fax and e-mail
      *             (CLTS, CLEX)
      *       TAXR  the tax residencies and TINs held (ZCTX)
      *       ROLE  every role the client holds (CLRR)
      *       CONT  each contract behind a contract role - type,
      *             status and commencement date
      *       BANK  each bank account held for the client (CLBADDB)
      *       CONS  the contact preferences and consents (ZCNP,
      *             P5368)
      *       COMM  every communication routed to the client - the
      *             letters and statements on the ZDSPPF dispatch
      *             queue, with channel, status and date
      *       ANON  the ZANL entry where the client has been
      *             anonymised by B5448
      *       CHNG  each amendment on the ZCHG change history -         <PH2680>
      *             date, field, old and new value, user, terminal      <PH2680>
      *
      *   A client number not on file writes nothing and is
      *   reported in the job log.
      *
      *   Control totals:
      *     01  -  Clients reported
      *     02  -  Report lines written
      *     03  -  Dispatch queue items read
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
      *           Add the ZCHG client change history to the report          *
      *           as record type CHNG.                                      *
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
           SELECT ZDSPPF               ASSIGN TO DATABASE-ZDSPPF.
           SELECT ZDSRPF               ASSIGN TO DATABASE-ZDSRPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZDSPPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZDSPPF-REC.
       01  ZDSPPF-REC.
           COPY DDS-ALL-FORMATS            OF ZDSPPF.
      *
       FD  ZDSRPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZDSRPF-REC.
       01  ZDSRPF-REC.
           COPY DDS-ALL-FORMATS            OF ZDSRPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5449'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-CLIENT-DONE            PIC X(01) VALUE 'N'.
       01  WSAA-CLRR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-CLBA-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZDSP-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZCHG-EOF               PIC X(01) VALUE 'N'.             <PH2680>
       01  WSAA-LINE-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-RECTYPE                PIC X(04) VALUE SPACES.
       01  WSAA-REFKEY                 PIC X(16) VALUE SPACES.
       01  WSAA-DETAIL                 PIC X(100) VALUE SPACES.
       01  WSAA-DATE-9                 PIC 9(08) VALUE 0.
       01  WSAA-DATE-X                 REDEFINES WSAA-DATE-9
                                       PIC X(08).
       01  WSAA-DATE-9B                PIC 9(08) VALUE 0.
       01  WSAA-DATE-XB                REDEFINES WSAA-DATE-9B
                                       PIC X(08).
      *
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  CLBADDBREC              PIC X(10) VALUE 'CLBADDBREC'.
           03  CLEXREC                 PIC X(10) VALUE 'CLEXREC'.
           03  CLRRREC                 PIC X(10) VALUE 'CLRRREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  ZANLREC                 PIC X(10) VALUE 'ZANLREC'.
           03  ZCNPREC                 PIC X(10) VALUE 'ZCNPREC'.
           03  ZCTXREC                 PIC X(10) VALUE 'ZCTXREC'.
           03  ZCHGREC                 PIC X(10) VALUE 'ZCHGREC'.       <PH2680>
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
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
           COPY PZ447PAR.
      /
           COPY CHDRLNBSKM.
           COPY CLBADDBSKM.
           COPY CLEXSKM.
           COPY CLRRSKM.
           COPY CLTSSKM.
           COPY ZANLSKM.
           COPY ZCNPSKM.
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
           MOVE BUPA-PARMAREA          TO PZ447-PARAMS.
           MOVE 'N'                    TO WSAA-CLIENT-DONE.
      *
           OPEN OUTPUT ZDSRPF.
      *
       1090-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
      *  One client per run.
      *
           IF WSAA-CLIENT-DONE          = 'Y'
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
           MOVE 'Y'                    TO WSAA-CLIENT-DONE.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE '9'                    TO CLTS-CLNTCOY.
           MOVE PZ447-CLNTNUM          TO CLTS-CLNTNUM.
           MOVE CLTSREC                TO CLTS-FORMAT.
           MOVE READR                  TO CLTS-FUNCTION.
      *
           CALL 'CLTSIO'            USING CLTS-PARAMS.
      *
           IF CLTS-STATUZ           NOT = O-K AND MRNF
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF PZ447-CLNTNUM             = SPACES
           OR CLTS-STATUZ               = MRNF
              DISPLAY 'B5449 CLIENT NOT ON FILE - ' PZ447-CLNTNUM
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
       2590-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           PERFORM 3100-CLIENT-DETAILS.
           PERFORM 3150-TAX-RESIDENCY.
      *
           MOVE 'N'                    TO WSAA-CLRR-EOF.
           MOVE SPACES                 TO CLRR-PARAMS.
           MOVE 'CN'                   TO CLRR-CLNTPFX.
           MOVE CLTS-CLNTCOY           TO CLRR-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO CLRR-CLNTNUM.
           MOVE CLRRREC                TO CLRR-FORMAT.
           MOVE BEGN                   TO CLRR-FUNCTION.
      *
           PERFORM 3200-ONE-ROLE
               UNTIL WSAA-CLRR-EOF      = 'Y'.
      *
           MOVE 'N'                    TO WSAA-CLBA-EOF.
           INITIALIZE                  CLBADDB-PARAMS.
           MOVE 'CN'                   TO CLBADDB-CLNTPFX.
           MOVE CLTS-CLNTCOY           TO CLBADDB-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO CLBADDB-CLNTNUM.
           MOVE CLBADDBREC             TO CLBADDB-FORMAT.
           MOVE BEGN                   TO CLBADDB-FUNCTION.
      *
           PERFORM 3300-ONE-BANK
               UNTIL WSAA-CLBA-EOF      = 'Y'.
      *
           PERFORM 3400-CONSENT.
      *
           MOVE 'N'                    TO WSAA-ZCHG-EOF.                <PH2680>
           INITIALIZE                  ZCHG-PARAMS.                     <PH2680>
           MOVE 'CN'                   TO ZCHG-CLNTPFX.                 <PH2680>
           MOVE CLTS-CLNTCOY           TO ZCHG-CLNTCOY.                 <PH2680>
           MOVE CLTS-CLNTNUM           TO ZCHG-CLNTNUM.                 <PH2680>
           MOVE ZCHGREC                TO ZCHG-FORMAT.                  <PH2680>
           MOVE BEGN                   TO ZCHG-FUNCTION.                <PH2680>
      *                                                                 <PH2680>
           PERFORM 3450-ONE-CHANGE                                      <PH2680>
               UNTIL WSAA-ZCHG-EOF      = 'Y'.                          <PH2680>
      *                                                                 <PH2680>
           MOVE 'N'                    TO WSAA-ZDSP-EOF.
           OPEN INPUT ZDSPPF.
      *
           PERFORM 3700-ONE-DISPATCH
               UNTIL WSAA-ZDSP-EOF      = 'Y'.
      *
           CLOSE ZDSPPF.
      *
           PERFORM 3800-ANONYMISATION.
      *
       3090-EXIT.
           EXIT.
      /
       3100-CLIENT-DETAILS SECTION.
      *****************************
      *
       3110-START.
      *
           MOVE 'CLNT'                 TO WSAA-RECTYPE.
           MOVE CLTS-CLNTNUM           TO WSAA-REFKEY.
           MOVE SPACES                 TO WSAA-DETAIL.
           STRING CLTS-LSURNAME        DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  CLTS-LGIVNAME        DELIMITED BY '  '
                  ' ID '               DELIMITED BY SIZE
                  CLTS-SECUITYNO       DELIMITED BY '  '
                  ' DOB '              DELIMITED BY SIZE
                  CLTS-CLTDOB (1:8)    DELIMITED BY SIZE
                  ' SEX '              DELIMITED BY SIZE
                  CLTS-CLTSEX (1:1)    DELIMITED BY SIZE
                  ' NATLTY '           DELIMITED BY SIZE
                  CLTS-NATLTY (1:3)    DELIMITED BY SIZE
                  ' STATUS '           DELIMITED BY SIZE
                  CLTS-CLTSTAT (1:2)   DELIMITED BY SIZE
                                       INTO WSAA-DETAIL
           END-STRING.
           PERFORM 3900-WRITE-LINE.
      *
           MOVE 'ADDR'                 TO WSAA-RECTYPE.
           MOVE SPACES                 TO WSAA-DETAIL.
           STRING CLTS-CLTADDR01       DELIMITED BY '  '
                  ', '                 DELIMITED BY SIZE
                  CLTS-CLTADDR02       DELIMITED BY '  '
                  ', '                 DELIMITED BY SIZE
                  CLTS-CLTADDR03       DELIMITED BY '  '
                  ', '                 DELIMITED BY SIZE
                  CLTS-CLTADDR04       DELIMITED BY '  '
                  ', '                 DELIMITED BY SIZE
                  CLTS-CLTADDR05       DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  CLTS-CLTPCODE        DELIMITED BY '  '
                                       INTO WSAA-DETAIL
           END-STRING.
           PERFORM 3900-WRITE-LINE.
      *
           MOVE 'PHON'                 TO WSAA-RECTYPE.
           MOVE SPACES                 TO WSAA-DETAIL.
           STRING CLTS-CLTPHONE01      DELIMITED BY '  '
                  ' / '                DELIMITED BY SIZE
                  CLTS-CLTPHONE02      DELIMITED BY '  '
                                       INTO WSAA-DETAIL
           END-STRING.
           PERFORM 3900-WRITE-LINE.
      *
           INITIALIZE                  CLEX-PARAMS.
           MOVE 'CN'                   TO CLEX-CLNTPFX.
           MOVE CLTS-CLNTCOY           TO CLEX-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO CLEX-CLNTNUM.
           MOVE CLEXREC                TO CLEX-FORMAT.
           MOVE READR                  TO CLEX-FUNCTION.
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
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE SPACES                 TO WSAA-DETAIL.
           STRING 'MOBILE '            DELIMITED BY SIZE
                  CLEX-RMBLPHONE       DELIMITED BY '  '
                  ' FAX '              DELIMITED BY SIZE
                  CLEX-FAXNO           DELIMITED BY '  '
                  ' EMAIL '            DELIMITED BY SIZE
                  CLEX-RINTERNET       DELIMITED BY '  '
                                       INTO WSAA-DETAIL
           END-STRING.
           PERFORM 3900-WRITE-LINE.
      *
       3190-EXIT.
           EXIT.
      /
       3150-TAX-RESIDENCY SECTION.
      ****************************
      *
       3151-START.
      *
           INITIALIZE                  ZCTX-PARAMS.
           MOVE 'CN'                   TO ZCTX-CLNTPFX.
           MOVE CLTS-CLNTCOY           TO ZCTX-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO ZCTX-CLNTNUM.
           MOVE ZCTXREC                TO ZCTX-FORMAT.
           MOVE READR                  TO ZCTX-FUNCTION.
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
              GO TO 3159-EXIT
           END-IF.
      *
           MOVE 'TAXR'                 TO WSAA-RECTYPE.
           MOVE CLTS-CLNTNUM           TO WSAA-REFKEY.
           MOVE SPACES                 TO WSAA-DETAIL.
           STRING ZCTX-TAXRES01        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ZCTX-TAXID01         DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  ZCTX-TAXRES02        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ZCTX-TAXID02         DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  ZCTX-TAXRES03        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ZCTX-TAXID03         DELIMITED BY '  '
                  ' SELF-CERT '        DELIMITED BY SIZE
                  ZCTX-SCERTIND        DELIMITED BY SIZE
                                       INTO WSAA-DETAIL
           END-STRING.
           PERFORM 3900-WRITE-LINE.
      *
       3159-EXIT.
           EXIT.
      /
       3200-ONE-ROLE SECTION.
      ***********************
      *
       3210-START.
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
              GO TO 3290-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO CLRR-FUNCTION.
      *
           MOVE 'ROLE'                 TO WSAA-RECTYPE.
           MOVE SPACES                 TO WSAA-REFKEY.
           STRING CLRR-FOREPFX (1:2)   DELIMITED BY SIZE
                  CLRR-FORECOY (1:1)   DELIMITED BY SIZE
                  CLRR-FORENUM (1:13)  DELIMITED BY SIZE
                                       INTO WSAA-REFKEY
           END-STRING.
           MOVE SPACES                 TO WSAA-DETAIL.
           STRING 'ROLE '              DELIMITED BY SIZE
                  CLRR-CLRRROLE (1:2)  DELIMITED BY SIZE
                                       INTO WSAA-DETAIL
           END-STRING.
           PERFORM 3900-WRITE-LINE.
      *
           IF CLRR-FOREPFX (1:2)    NOT = 'CH'
              GO TO 3290-EXIT
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
              GO TO 3290-EXIT
           END-IF.
      *
           MOVE 'CONT'                 TO WSAA-RECTYPE.
           MOVE CHDRLNB-CHDRNUM        TO WSAA-REFKEY.
           MOVE CHDRLNB-OCCDATE        TO WSAA-DATE-9.
           MOVE SPACES                 TO WSAA-DETAIL.
           STRING 'TYPE '              DELIMITED BY SIZE
                  CHDRLNB-CNTTYPE (1:3) DELIMITED BY SIZE
                  ' STATUS '           DELIMITED BY SIZE
                  CHDRLNB-STATCODE (1:2) DELIMITED BY SIZE
                  ' COMMENCED '        DELIMITED BY SIZE
                  WSAA-DATE-X          DELIMITED BY SIZE
                  ' ROLE '             DELIMITED BY SIZE
                  CLRR-CLRRROLE (1:2)  DELIMITED BY SIZE
                                       INTO WSAA-DETAIL
           END-STRING.
           PERFORM 3900-WRITE-LINE.
      *
       3290-EXIT.
           EXIT.
      /
       3300-ONE-BANK SECTION.
      ***********************
      *
       3310-START.
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
              GO TO 3390-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO CLBADDB-FUNCTION.
      *
           MOVE 'BANK'                 TO WSAA-RECTYPE.
           MOVE CLBADDB-BANKKEY        TO WSAA-REFKEY.
           MOVE SPACES                 TO WSAA-DETAIL.
           STRING 'ACCOUNT '           DELIMITED BY SIZE
                  CLBADDB-BANKACCKEY   DELIMITED BY '  '
                  ' FACTORING HOUSE '  DELIMITED BY SIZE
                  CLBADDB-FACTHOUS     DELIMITED BY '  '
                                       INTO WSAA-DETAIL
           END-STRING.
           PERFORM 3900-WRITE-LINE.
      *
       3390-EXIT.
           EXIT.
      /
       3400-CONSENT SECTION.
      **********************
      *
       3410-START.
      *
           INITIALIZE                  ZCNP-PARAMS.
           MOVE CLTS-CLNTNUM           TO ZCNP-CLNTNUM.
           MOVE ZCNPREC                TO ZCNP-FORMAT.
           MOVE READR                  TO ZCNP-FUNCTION.
      *
           CALL 'ZCNPIO'            USING ZCNP-PARAMS.
      *
           IF ZCNP-STATUZ           NOT = O-K AND MRNF
              MOVE ZCNP-STATUZ         TO SYSR-STATUZ
              MOVE ZCNP-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCNP-STATUZ               = MRNF
              GO TO 3490-EXIT
           END-IF.
      *
           MOVE 'CONS'                 TO WSAA-RECTYPE.
           MOVE CLTS-CLNTNUM           TO WSAA-REFKEY.
           MOVE ZCNP-CAPTURDATE        TO WSAA-DATE-9.
           MOVE SPACES                 TO WSAA-DETAIL.
           STRING 'LETTERS '           DELIMITED BY SIZE
                  ZCNP-LETTER-CHNL     DELIMITED BY SIZE
                  ' STATEMENTS '       DELIMITED BY SIZE
                  ZCNP-STMT-CHNL       DELIMITED BY SIZE
                  ' MARKETING '        DELIMITED BY SIZE
                  ZCNP-MKTCONSENT      DELIMITED BY SIZE
                  ' DO-NOT-CONTACT '   DELIMITED BY SIZE
                  ZCNP-DNCFLAG         DELIMITED BY SIZE
                  ' CAPTURED '         DELIMITED BY SIZE
                  WSAA-DATE-X          DELIMITED BY SIZE
                  ' BY '               DELIMITED BY SIZE
                  ZCNP-USERID          DELIMITED BY SIZE
                                       INTO WSAA-DETAIL
           END-STRING.
           PERFORM 3900-WRITE-LINE.
      *
       3490-EXIT.
           EXIT.
      /                                                                 <PH2680>
       3450-ONE-CHANGE SECTION.                                         <PH2680>
      *************************                                         <PH2680>
      *                                                                 <PH2680>
       3451-START.                                                      <PH2680>
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
              GO TO 3459-EXIT                                           <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           MOVE NEXTR                  TO ZCHG-FUNCTION.                <PH2680>
      *                                                                 <PH2680>
           MOVE 'CHNG'                 TO WSAA-RECTYPE.                 <PH2680>
           MOVE ZCHG-CHGDATE           TO WSAA-DATE-9.                  <PH2680>
           MOVE SPACES                 TO WSAA-REFKEY.                  <PH2680>
           STRING WSAA-DATE-X          DELIMITED BY SIZE                <PH2680>
                  ' '                  DELIMITED BY SIZE                <PH2680>
                  ZCHG-FLDNAME         DELIMITED BY SIZE                <PH2680>
                                       INTO WSAA-REFKEY                 <PH2680>
           END-STRING.                                                  <PH2680>
           MOVE SPACES                 TO WSAA-DETAIL.                  <PH2680>
           STRING ZCHG-OLDVAL          DELIMITED BY '  '                <PH2680>
                  ' > '                DELIMITED BY SIZE                <PH2680>
                  ZCHG-NEWVAL          DELIMITED BY '  '                <PH2680>
                  ' USER '             DELIMITED BY SIZE                <PH2680>
                  ZCHG-USERID          DELIMITED BY '  '                <PH2680>
                  ' TERM '             DELIMITED BY SIZE                <PH2680>
                  ZCHG-TERMID          DELIMITED BY '  '                <PH2680>
                                       INTO WSAA-DETAIL                 <PH2680>
           END-STRING.                                                  <PH2680>
           PERFORM 3900-WRITE-LINE.                                     <PH2680>
      *                                                                 <PH2680>
       3459-EXIT.                                                       <PH2680>
           EXIT.                                                        <PH2680>
      /
       3700-ONE-DISPATCH SECTION.
      ***************************
      *
       3710-START.
      *
           READ ZDSPPF
               AT END
               MOVE 'Y'                TO WSAA-ZDSP-EOF
               GO TO 3790-EXIT
           END-READ.
      *
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           IF CLNTNUM OF ZDSPPF     NOT = CLTS-CLNTNUM
              GO TO 3790-EXIT
           END-IF.
      *
           MOVE 'COMM'                 TO WSAA-RECTYPE.
           MOVE ENTYKEY OF ZDSPPF      TO WSAA-REFKEY.
           MOVE REPDATE OF ZDSPPF      TO WSAA-DATE-9.
           MOVE SPACES                 TO WSAA-DETAIL.
           STRING ENTYTYPE OF ZDSPPF   DELIMITED BY SIZE
                  ' CHANNEL '          DELIMITED BY SIZE
                  CHANNEL OF ZDSPPF    DELIMITED BY SIZE
                  ' STATUS '           DELIMITED BY SIZE
                  DSPSTAT OF ZDSPPF    DELIMITED BY SIZE
                  ' DATE '             DELIMITED BY SIZE
                  WSAA-DATE-X          DELIMITED BY SIZE
                                       INTO WSAA-DETAIL
           END-STRING.
           PERFORM 3900-WRITE-LINE.
      *
       3790-EXIT.
           EXIT.
      /
       3800-ANONYMISATION SECTION.
      ****************************
      *
       3810-START.
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
           IF ZANL-STATUZ               = MRNF
              GO TO 3890-EXIT
           END-IF.
      *
           MOVE 'ANON'                 TO WSAA-RECTYPE.
           MOVE CLTS-CLNTNUM           TO WSAA-REFKEY.
           MOVE ZANL-ANONDATE          TO WSAA-DATE-9.
           MOVE ZANL-LASTACT           TO WSAA-DATE-9B.
           MOVE SPACES                 TO WSAA-DETAIL.
           STRING 'ANONYMISED '        DELIMITED BY SIZE
                  WSAA-DATE-X          DELIMITED BY SIZE
                  ' LAST ACTIVITY '    DELIMITED BY SIZE
                  WSAA-DATE-XB         DELIMITED BY SIZE
                  ' BANK ACCOUNTS DELETED ' DELIMITED BY SIZE
                  ZANL-BANKCNT         DELIMITED BY SIZE
                                       INTO WSAA-DETAIL
           END-STRING.
           PERFORM 3900-WRITE-LINE.
      *
       3890-EXIT.
           EXIT.
      /
       3900-WRITE-LINE SECTION.
      *************************
      *
       3910-START.
      *
           MOVE SPACES                 TO ZDSRPF-REC.
           MOVE CLTS-CLNTNUM           TO CLNTNUM   OF ZDSRPF.
           MOVE WSAA-RECTYPE           TO RECTYPE   OF ZDSRPF.
           MOVE WSAA-REFKEY            TO REFKEY    OF ZDSRPF.
           MOVE WSAA-DETAIL            TO ITEMDESC  OF ZDSRPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZDSRPF.
      *
           WRITE ZDSRPF-REC.
      *
           ADD 1                       TO WSAA-LINE-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
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
           CLOSE ZDSRPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5449 DATA-SUBJECT ACCESS REPORT'.
           DISPLAY 'CLIENT                : ' PZ447-CLNTNUM.
           DISPLAY 'REPORT LINES WRITTEN  : ' WSAA-LINE-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
