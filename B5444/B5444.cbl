      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5444.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   FATCA / CRS ANNUAL REPORTABLE-ACCOUNT EXTRACT.
      *
      *   Extracts, for the reporting year, every contract whose
      *   owner is a reportable person, in the account-report
      *   layout the tax authority exchanges with its FATCA and
      *   CRS partners.  The year is PZ444 year; when not given it
      *   is the year before BSSC-EFFECTIVE-DATE.  Home is PZ444
      *   country (default VNM) and the reporting currency PZ444
      *   currency (default VND).
      *
      *   The whole contract book is swept through CHDRLIF.  The
      *   owner's ZCTX client tax-residency register entry
      *   (captured on P2465, flagged by B5443) decides whether
      *   the account is reportable:
      *     - each foreign tax residence declared is reported to
      *       its country with the TIN, or the no-TIN reason,
      *       documentation status 'S' self-certified or 'D'
      *       declared without a self-certification;
      *     - an owner flagged with foreign indicia and no
      *       self-certification is reported as undocumented
      *       ('U') to the country of the indicia - foreign
      *       nationality first, then the address country.
      *   A US residence is reported under FATCA (regime 'F'),
      *   every other country under CRS (regime 'C').
      *
      *   For each reportable contract:
      *     - account balance: the ZSURRVAL cash value at 31
      *       December of the year for a contract still in force
      *       at 31 December - its status on the December               <PH2693>
      *       month-end snapshot (ZMES, B5462) against the T5679        <PH2693>
      *       risk statuses, item key = BPRD-AUTH-CODE; a contract      <PH2693>
      *       not on the snapshot was not in force.  The run stops      <PH2693>
      *       if December has not been snapshotted.  Otherwise          <PH2693>
      *       zero, with the account marked closed;                     <PH2693>
      *     - payments: the ACMV postings effective in the year on
      *       the PZ444 payment sub-accounts (surrender, maturity,
      *       claim and annuity payouts), debits counting as paid.
      *   A contract no longer in force with no payment in the
      *   year was closed in an earlier year and is not reported.
      *
      *   ZCRSPF holds one row 'A' per account and jurisdiction,
      *   and a trailer row 'T' with the row count and totals.
      *
      *   Control totals:
      *     01  -  Contracts read
      *     02  -  Reportable contracts
      *     03  -  Undocumented accounts
      *     04  -  Closed accounts reported
      *     05  -  Account rows written
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
      * 15/10/26  01/01   PH2676       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2693       Phi Tran - IT DEV                    *
      *           In force at 31 December from the December month-end       *
      *           snapshot (ZMES, B5462) instead of the live contract.      *
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
           SELECT ZCRSPF               ASSIGN TO DATABASE-ZCRSPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZCRSPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZCRSPF-REC.
       01  ZCRSPF-REC.
           COPY DDS-ALL-FORMATS            OF ZCRSPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5444'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-ACMV-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-STAT-OK                PIC X(01) VALUE 'N'.
       01  WSAA-SACS-OK                PIC X(01) VALUE 'N'.
       01  WSAA-REPORTABLE             PIC X(01) VALUE 'N'.
       01  WSAA-UNDOC                  PIC X(01) VALUE 'N'.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
      *
       01  WSAA-HOME-CTRY              PIC X(03) VALUE SPACES.
       01  WSAA-CURRCODE               PIC X(03) VALUE SPACES.
       01  WSAA-RPT-YEAR               PIC 9(04) VALUE 0.
       01  WSAA-YEAR-FROM              PIC 9(08) VALUE 0.
       01  WSAA-YEAR-TO                PIC 9(08) VALUE 0.
       01  WSAA-SNAP-YYMM              PIC X(06) VALUE SPACES.          <PH2693>
       01  WSAA-SNAP-YYMM-N            REDEFINES WSAA-SNAP-YYMM         <PH2693>
                                       PIC 9(06).                       <PH2693>
       01  WSAA-SNAP-STATCODE          PIC X(02) VALUE SPACES.          <PH2693>
       01  WSAA-EFF-DATE.
           05  WSAA-EFF-YEAR           PIC 9(04).
           05  WSAA-EFF-MONTH          PIC 9(02).
           05  WSAA-EFF-DAY            PIC 9(02).
      *
      *  One contract's figures for the year.
      *
       01  WSAA-CON-WORK.
           03  WSAA-CON-BALANCE        PIC S9(13)V9(02) COMP-3.
           03  WSAA-CON-PAYAMT         PIC S9(13)V9(02) COMP-3.
           03  WSAA-CON-CLOSED         PIC X(01).
           03  WSAA-CON-DOCSTAT        PIC X(01).
      *
      *  The owner's declared tax residences.
      *
       01  WSAA-TAX-TABLE.
           03  WSAA-TAX-ENT            OCCURS 3.
               05  WSAA-TAX-RES        PIC X(03).
               05  WSAA-TAX-ID         PIC X(20).
               05  WSAA-TAX-RSN        PIC X(01).
      *
       01  WSAA-ROW-TAXRES             PIC X(03) VALUE SPACES.
       01  WSAA-ROW-TAXID              PIC X(20) VALUE SPACES.
       01  WSAA-ROW-TINRSN             PIC X(01) VALUE SPACES.
      *
       01  WSAA-TOT-WORK.
           03  WSAA-TOT-ROWS           PIC S9(07) COMP-3.
           03  WSAA-TOT-BALANCE        PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-PAYAMT         PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-FATCA          PIC S9(07) COMP-3.
           03  WSAA-TOT-CRS            PIC S9(07) COMP-3.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  ACMVENQREC              PIC X(10) VALUE 'ACMVENQREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  ZCTXREC                 PIC X(10) VALUE 'ZCTXREC'.
           03  ZMESREC                 PIC X(10) VALUE 'ZMESREC'.       <PH2693>
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  TABLES.
           03  T5679                   PIC X(06) VALUE 'T5679'.
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
           COPY PZ444PAR.
           COPY ITEMSKM.
           COPY T5679REC.
           COPY ZSURRVALREC.
      /
           COPY CHDRLIFSKM.
           COPY CHDRLNBSKM.
           COPY ACMVENQSKM.
           COPY CLTSSKM.
           COPY ZCTXSKM.
           COPY ZMESSKM.                                                <PH2693>
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
           MOVE BUPA-PARMAREA          TO PZ444-PARAMS.
      *
      *  Reporting year - the parameter, else the year before the
      *  effective date.
      *
           IF PZ444-RPTYEAR         NOT = ZERO
              MOVE PZ444-RPTYEAR       TO WSAA-RPT-YEAR
           ELSE
              MOVE BSSC-EFFECTIVE-DATE TO WSAA-EFF-DATE
              COMPUTE WSAA-RPT-YEAR     = WSAA-EFF-YEAR - 1
           END-IF.
      *
           COMPUTE WSAA-YEAR-FROM       = WSAA-RPT-YEAR * 10000
                                        + 0101.
           COMPUTE WSAA-YEAR-TO         = WSAA-RPT-YEAR * 10000
                                        + 1231.
           COMPUTE WSAA-SNAP-YYMM-N     = WSAA-RPT-YEAR * 100           <PH2693>
                                        + 12.                           <PH2693>
      *                                                                 <PH2693>
           PERFORM 1200-CHECK-SNAPSHOT.                                 <PH2693>
      *
           IF PZ444-HOMECTRY            = SPACES
              MOVE 'VNM'               TO WSAA-HOME-CTRY
           ELSE
              MOVE PZ444-HOMECTRY      TO WSAA-HOME-CTRY
           END-IF.
      *
           IF PZ444-CURRCODE            = SPACES
              MOVE 'VND'               TO WSAA-CURRCODE
           ELSE
              MOVE PZ444-CURRCODE      TO WSAA-CURRCODE
           END-IF.
      *
           INITIALIZE                  WSAA-TOT-WORK.
      *
           OPEN OUTPUT ZCRSPF.
      *
      *  In-force statuses, as the valuation extract selects them.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE T5679                  TO ITEM-ITEMTABL.
           MOVE BPRD-AUTH-CODE         TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ITEM-GENAREA           TO T5679-T5679-REC.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE BSPR-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE BEGN                   TO CHDRLIF-FUNCTION.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE 'Y'                    TO WSAA-FIRST-READ.
      *
       1090-EXIT.
           EXIT.
      /
       1200-CHECK-SNAPSHOT SECTION.                                     <PH2693>
      *****************************                                     <PH2693>
      *                                                                 <PH2693>
       1210-START.                                                      <PH2693>
      *                                                                 <PH2693>
      *  December of the year must have been snapshotted.               <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-SNAP-YYMM         TO ZMES-SNAPYM.                  <PH2693>
           MOVE ZMESREC                TO ZMES-FORMAT.                  <PH2693>
           MOVE BEGN                   TO ZMES-FUNCTION.                <PH2693>
      *                                                                 <PH2693>
           CALL 'ZMESIO'            USING ZMES-PARAMS.                  <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ           NOT = O-K AND ENDP                  <PH2693>
              MOVE ZMES-STATUZ         TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR                                   <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ               = ENDP                          <PH2693>
           OR ZMES-CHDRCOY          NOT = BSPR-COMPANY                  <PH2693>
           OR ZMES-SNAPYM           NOT = WSAA-SNAP-YYMM                <PH2693>
              DISPLAY 'B5444 NO MONTH-END SNAPSHOT FOR: '               <PH2693>
                      WSAA-SNAP-YYMM                                    <PH2693>
              DISPLAY 'RUN THE B5462 SNAPSHOT FOR THE MONTH FIRST.'     <PH2693>
              MOVE BOMB                TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR                                   <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
       1290-EXIT.                                                       <PH2693>
           EXIT.                                                        <PH2693>
      /                                                                 <PH2693>
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           IF WSAA-FIRST-READ           = 'Y'
              MOVE 'N'                 TO WSAA-FIRST-READ
           ELSE
              MOVE NEXTR               TO CHDRLIF-FUNCTION
           END-IF.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K AND ENDP
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CHDRLIF-STATUZ            = ENDP
           OR CHDRLIF-CHDRCOY       NOT = BSPR-COMPANY
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
           INITIALIZE                  WSAA-CON-WORK.
      *
      *  Proposals are not accounts.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO CHDRLNB-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO CHDRLNB-CHDRNUM.
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
           OR CHDRLNB-STATCODE (1:2)    = 'IP'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
      *  Is the owner a reportable person?
      *
           PERFORM 2600-CHECK-OWNER.
      *
           IF WSAA-REPORTABLE       NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           PERFORM 2520-YEAR-END.                                       <PH2693>
           PERFORM 2540-VALIDATE-STATUS.
      *
           PERFORM 2700-PAYMENTS.
      *
           IF WSAA-STAT-OK              = 'Y'
              PERFORM 2800-CASH-VALUE
           ELSE
              IF WSAA-CON-PAYAMT        = ZERO
                 MOVE SPACES           TO WSSP-EDTERROR
                 GO TO 2590-EXIT
              END-IF
              MOVE 'Y'                 TO WSAA-CON-CLOSED
              MOVE ZERO                TO WSAA-CON-BALANCE
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2520-YEAR-END SECTION.                                           <PH2693>
      ***********************                                           <PH2693>
      *                                                                 <PH2693>
       2521-START.                                                      <PH2693>
      *                                                                 <PH2693>
      *  The contract's status on the December snapshot; not on         <PH2693>
      *  it - not in force at 31 December.                              <PH2693>
      *                                                                 <PH2693>
           MOVE SPACES                 TO WSAA-SNAP-STATCODE.           <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-SNAP-YYMM         TO ZMES-SNAPYM.                  <PH2693>
           MOVE CHDRLIF-CHDRNUM        TO ZMES-CHDRNUM.                 <PH2693>
           MOVE 'C'                    TO ZMES-RECTYPE.                 <PH2693>
           MOVE SPACES                 TO ZMES-LIFE                     <PH2693>
                                          ZMES-COVERAGE                 <PH2693>
                                          ZMES-RIDER.                   <PH2693>
           MOVE ZMESREC                TO ZMES-FORMAT.                  <PH2693>
           MOVE READR                  TO ZMES-FUNCTION.                <PH2693>
      *                                                                 <PH2693>
           CALL 'ZMESIO'            USING ZMES-PARAMS.                  <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ           NOT = O-K AND MRNF                  <PH2693>
              MOVE ZMES-STATUZ         TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR                                   <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ               = O-K                           <PH2693>
              MOVE ZMES-CHDRSTAT       TO WSAA-SNAP-STATCODE            <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
       2529-EXIT.                                                       <PH2693>
           EXIT.                                                        <PH2693>
      /                                                                 <PH2693>
       2540-VALIDATE-STATUS SECTION.
      ******************************
      *
       2541-START.
      *
           MOVE 'N'                    TO WSAA-STAT-OK.
           PERFORM 2545-CHECK-RISK-STAT
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 12
               OR WSAA-STAT-OK          = 'Y'.
      *
       2549-EXIT.
           EXIT.
      /
       2545-CHECK-RISK-STAT SECTION.
      ******************************
      *
       2545-START.
      *
           IF  T5679-CN-RISK-STAT (WSAA-SUB) NOT = SPACES
      **** AND T5679-CN-RISK-STAT (WSAA-SUB)     = CHDRLIF-STATCODE     <PH2693>
           AND T5679-CN-RISK-STAT (WSAA-SUB)     = WSAA-SNAP-STATCODE   <PH2693>
               MOVE 'Y'                TO WSAA-STAT-OK
           END-IF.
      *
       2545-EXIT.
           EXIT.
      /
       2600-CHECK-OWNER SECTION.
      **************************
      *
       2610-START.
      *
           MOVE 'N'                    TO WSAA-REPORTABLE
                                          WSAA-UNDOC.
           INITIALIZE                  WSAA-TAX-TABLE.
      *
           INITIALIZE                  ZCTX-PARAMS.
           MOVE 'CN'                   TO ZCTX-CLNTPFX.
           MOVE '9'                    TO ZCTX-CLNTCOY.
           MOVE CHDRLIF-COWNNUM        TO ZCTX-CLNTNUM.
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
           OR ZCTX-VALIDFLAG        NOT = '1'
              GO TO 2690-EXIT
           END-IF.
      *
           MOVE ZCTX-TAXRES01          TO WSAA-TAX-RES (1).
           MOVE ZCTX-TAXID01           TO WSAA-TAX-ID (1).
           MOVE ZCTX-TINRSN01          TO WSAA-TAX-RSN (1).
           MOVE ZCTX-TAXRES02          TO WSAA-TAX-RES (2).
           MOVE ZCTX-TAXID02           TO WSAA-TAX-ID (2).
           MOVE ZCTX-TINRSN02          TO WSAA-TAX-RSN (2).
           MOVE ZCTX-TAXRES03          TO WSAA-TAX-RES (3).
           MOVE ZCTX-TAXID03           TO WSAA-TAX-ID (3).
           MOVE ZCTX-TINRSN03          TO WSAA-TAX-RSN (3).
      *
           PERFORM 2650-CHECK-TAXRES
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 3.
      *
           IF ZCTX-SCERTIND             = 'Y'
              MOVE 'S'                 TO WSAA-CON-DOCSTAT
           ELSE
              MOVE 'D'                 TO WSAA-CON-DOCSTAT
           END-IF.
      *
      *  No foreign residence declared, but indicia found and not
      *  cured - undocumented.
      *
           IF  WSAA-REPORTABLE          = 'N'
           AND ZCTX-INDICIA             = 'Y'
           AND ZCTX-SCERTIND        NOT = 'Y'
               MOVE 'Y'                TO WSAA-REPORTABLE
                                          WSAA-UNDOC
               MOVE 'U'                TO WSAA-CON-DOCSTAT
           END-IF.
      *
           IF WSAA-REPORTABLE           = 'N'
              GO TO 2690-EXIT
           END-IF.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE '9'                    TO CLTS-CLNTCOY.
           MOVE CHDRLIF-COWNNUM        TO CLTS-CLNTNUM.
           MOVE CLTSREC                TO CLTS-FORMAT.
           MOVE READR                  TO CLTS-FUNCTION.
      *
           CALL 'CLTSIO'            USING CLTS-PARAMS.
      *
           IF CLTS-STATUZ           NOT = O-K
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       2690-EXIT.
           EXIT.
      /
       2650-CHECK-TAXRES SECTION.
      ***************************
      *
       2651-START.
      *
           IF  WSAA-TAX-RES (WSAA-SUB) NOT = SPACES
           AND WSAA-TAX-RES (WSAA-SUB) NOT = WSAA-HOME-CTRY
               MOVE 'Y'                TO WSAA-REPORTABLE
           END-IF.
      *
       2659-EXIT.
           EXIT.
      /
       2700-PAYMENTS SECTION.
      ***********************
      *
       2710-START.
      *
           MOVE 'N'                    TO WSAA-ACMV-EOF.
      *
           INITIALIZE                  ACMVENQ-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO ACMVENQ-RLDGCOY.
           MOVE CHDRLIF-CHDRNUM        TO ACMVENQ-RLDGACCT.
           MOVE ACMVENQREC             TO ACMVENQ-FORMAT.
           MOVE BEGN                   TO ACMVENQ-FUNCTION.
      *
           PERFORM 2750-ONE-ACMV
               UNTIL WSAA-ACMV-EOF      = 'Y'.
      *
       2790-EXIT.
           EXIT.
      /
       2750-ONE-ACMV SECTION.
      ***********************
      *
       2751-START.
      *
           CALL 'ACMVENQIO'         USING ACMVENQ-PARAMS.
      *
           IF ACMVENQ-STATUZ        NOT = O-K AND ENDP
              MOVE ACMVENQ-STATUZ      TO SYSR-STATUZ
              MOVE ACMVENQ-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ACMVENQ-STATUZ            = ENDP
           OR ACMVENQ-RLDGCOY (1:1) NOT = CHDRLIF-CHDRCOY
           OR ACMVENQ-RLDGACCT (1:8) NOT = CHDRLIF-CHDRNUM
              MOVE 'Y'                 TO WSAA-ACMV-EOF
              GO TO 2759-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ACMVENQ-FUNCTION.
      *
           IF ACMVENQ-EFFDATE           < WSAA-YEAR-FROM
           OR ACMVENQ-EFFDATE           > WSAA-YEAR-TO
              GO TO 2759-EXIT
           END-IF.
      *
           MOVE 'N'                    TO WSAA-SACS-OK.
           PERFORM 2760-CHECK-PAY-SACS
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 5
               OR WSAA-SACS-OK          = 'Y'.
      *
           IF WSAA-SACS-OK          NOT = 'Y'
              GO TO 2759-EXIT
           END-IF.
      *
      *  A payout is debited - a credit is a reversal.
      *
           IF ACMVENQ-GLSIGN            = '-'
              SUBTRACT ACMVENQ-ACCTAMT FROM WSAA-CON-PAYAMT
           ELSE
              ADD ACMVENQ-ACCTAMT      TO WSAA-CON-PAYAMT
           END-IF.
      *
       2759-EXIT.
           EXIT.
      /
       2760-CHECK-PAY-SACS SECTION.
      *****************************
      *
       2761-START.
      *
           IF  PZ444-PAYCODE (WSAA-SUB) NOT = SPACES
           AND PZ444-PAYCODE (WSAA-SUB)     = ACMVENQ-SACSCODE (1:2)
           AND PZ444-PAYTYPE (WSAA-SUB)     = ACMVENQ-SACSTYP (1:2)
               MOVE 'Y'                TO WSAA-SACS-OK
           END-IF.
      *
       2769-EXIT.
           EXIT.
      /
       2800-CASH-VALUE SECTION.
      *************************
      *
       2810-START.
      *
           INITIALIZE                  ZSRV-ZSURRVAL-REC.
           MOVE 'CALC'                 TO ZSRV-FUNCTION.
           MOVE CHDRLIF-CHDRCOY        TO ZSRV-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO ZSRV-CHDRNUM.
           MOVE WSAA-YEAR-TO           TO ZSRV-EFFDATE.
      *
           CALL 'ZSURRVAL'          USING ZSRV-ZSURRVAL-REC.
      *
           IF ZSRV-STATUZ           NOT = O-K
              MOVE ZSRV-STATUZ         TO SYSR-STATUZ
              MOVE ZSRV-ZSURRVAL-REC   TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ZSRV-SURRVAL           TO WSAA-CON-BALANCE.
           MOVE 'N'                    TO WSAA-CON-CLOSED.
      *
       2890-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           IF WSAA-CON-CLOSED           = 'Y'
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
      *  Undocumented - one row to the country of the indicia.
      *
           IF WSAA-UNDOC                = 'Y'
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              IF  CLTS-NATLTY (1:3) NOT = SPACES
              AND CLTS-NATLTY (1:3) NOT = WSAA-HOME-CTRY
                  MOVE CLTS-NATLTY     TO WSAA-ROW-TAXRES
              ELSE
                  MOVE CLTS-CTRYCODE   TO WSAA-ROW-TAXRES
              END-IF
              MOVE SPACES              TO WSAA-ROW-TAXID
                                          WSAA-ROW-TINRSN
              PERFORM 3200-WRITE-ACCOUNT
              GO TO 3090-EXIT
           END-IF.
      *
           PERFORM 3100-ONE-JURISDICTION
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 3.
      *
       3090-EXIT.
           EXIT.
      /
       3100-ONE-JURISDICTION SECTION.
      *******************************
      *
       3110-START.
      *
           IF WSAA-TAX-RES (WSAA-SUB)   = SPACES
           OR WSAA-TAX-RES (WSAA-SUB)   = WSAA-HOME-CTRY
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE WSAA-TAX-RES (WSAA-SUB) TO WSAA-ROW-TAXRES.
           MOVE WSAA-TAX-ID (WSAA-SUB)  TO WSAA-ROW-TAXID.
           MOVE WSAA-TAX-RSN (WSAA-SUB) TO WSAA-ROW-TINRSN.
           PERFORM 3200-WRITE-ACCOUNT.
      *
       3190-EXIT.
           EXIT.
      /
       3200-WRITE-ACCOUNT SECTION.
      ****************************
      *
       3210-START.
      *
           MOVE SPACES                 TO ZCRSPF-REC.
           MOVE 'A'                    TO RECTYPE    OF ZCRSPF.
           IF WSAA-ROW-TAXRES           = 'USA'
              MOVE 'F'                 TO REGIME     OF ZCRSPF
              ADD 1                    TO WSAA-TOT-FATCA
           ELSE
              MOVE 'C'                 TO REGIME     OF ZCRSPF
              ADD 1                    TO WSAA-TOT-CRS
           END-IF.
           MOVE WSAA-RPT-YEAR          TO RPTYEAR    OF ZCRSPF.
           MOVE CHDRLIF-CHDRNUM        TO CHDRNUM    OF ZCRSPF.
           MOVE CHDRLIF-COWNNUM        TO CLNTNUM    OF ZCRSPF.
           MOVE CLTS-SURNAME           TO SURNAME    OF ZCRSPF.
           MOVE CLTS-GIVNAME           TO GIVNAME    OF ZCRSPF.
           MOVE CLTS-CLTADDR01         TO CLTADDR01  OF ZCRSPF.
           MOVE CLTS-CLTADDR02         TO CLTADDR02  OF ZCRSPF.
           MOVE CLTS-CLTADDR03         TO CLTADDR03  OF ZCRSPF.
           MOVE CLTS-CTRYCODE          TO CTRYCODE   OF ZCRSPF.
           MOVE CLTS-NATLTY            TO NATLTY     OF ZCRSPF.
           MOVE CLTS-CLTDOB (1:8)      TO CLTDOB     OF ZCRSPF.
           MOVE WSAA-ROW-TAXRES        TO TAXRES     OF ZCRSPF.
           MOVE WSAA-ROW-TAXID         TO TAXID      OF ZCRSPF.
           MOVE WSAA-ROW-TINRSN        TO TINRSN     OF ZCRSPF.
           MOVE WSAA-CON-DOCSTAT       TO DOCSTAT    OF ZCRSPF.
           MOVE WSAA-CON-BALANCE       TO BALANCE    OF ZCRSPF.
           MOVE WSAA-CON-PAYAMT        TO PAYAMT     OF ZCRSPF.
           MOVE WSAA-CON-CLOSED        TO ACCTCLSD   OF ZCRSPF.
           MOVE WSAA-CURRCODE          TO CURRCODE   OF ZCRSPF.
           MOVE ZERO                   TO RECCNT     OF ZCRSPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE    OF ZCRSPF.
      *
           WRITE ZCRSPF-REC.
      *
           ADD 1                       TO WSAA-TOT-ROWS.
           ADD WSAA-CON-BALANCE        TO WSAA-TOT-BALANCE.
           ADD WSAA-CON-PAYAMT         TO WSAA-TOT-PAYAMT.
      *
           MOVE CT05                   TO CONT-TOTNO.
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
      *  Trailer: row count and totals for the exchange file.
      *
           MOVE SPACES                 TO ZCRSPF-REC.
           MOVE 'T'                    TO RECTYPE    OF ZCRSPF.
           MOVE WSAA-RPT-YEAR          TO RPTYEAR    OF ZCRSPF.
           MOVE WSAA-TOT-ROWS          TO RECCNT     OF ZCRSPF.
           MOVE WSAA-TOT-BALANCE       TO BALANCE    OF ZCRSPF.
           MOVE WSAA-TOT-PAYAMT        TO PAYAMT     OF ZCRSPF.
           MOVE WSAA-CURRCODE          TO CURRCODE   OF ZCRSPF.
           MOVE ZERO                   TO CLTDOB     OF ZCRSPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE    OF ZCRSPF.
           WRITE ZCRSPF-REC.
      *
           CLOSE ZCRSPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5444 FATCA/CRS REPORTABLE ACCOUNTS'.
           DISPLAY 'REPORTING YEAR............: ' WSAA-RPT-YEAR.
           DISPLAY 'ACCOUNT ROWS..............: ' WSAA-TOT-ROWS.
           DISPLAY '  FATCA (USA).............: ' WSAA-TOT-FATCA.
           DISPLAY '  CRS.....................: ' WSAA-TOT-CRS.
           DISPLAY 'TOTAL BALANCE.............: ' WSAA-TOT-BALANCE.
           DISPLAY 'TOTAL PAYMENTS............: ' WSAA-TOT-PAYAMT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
