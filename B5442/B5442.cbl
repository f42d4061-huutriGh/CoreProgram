      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5442.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   QUARTERLY STATUTORY PREMIUM-INCOME RETURN.
      *
      *   Produces the Ministry of Finance quarterly insurance
      *   business return directly from CHDR, LINS and ACMV, in
      *   place of the figures finance assembled from the B5366
      *   GL extract and ad-hoc queries.
      *
      *   The quarter is PZ442 year / quarter, both required: the
      *   run stops with a parameter error when either is missing
      *   or the quarter is not 1 to 4.
      *
      *   The whole contract book is swept through CHDRLIF.  For
      *   each issued contract:
      *     - premium: the paid instalments (LINS valid flag '1',
      *       pay flag 'P', not instalment type 'T') falling due in
      *       the quarter, at the billed amount, split
      *         single      - billing frequency '00',
      *         first-year  - due within a year of commencement,
      *         renewal     - every other instalment;
      *     - in force at quarter end: the contract's status on         <PH2693>
      *       the month-end snapshot (ZMES, B5462) of the quarter's     <PH2693>
      *       last month against the T5679 risk statuses (item key      <PH2693>
      *       = BPRD-AUTH-CODE) as B5387 selects, counted once with     <PH2693>
      *       the sum assured of its snapshot components.  A            <PH2693>
      *       contract not on the snapshot was not in force.  The       <PH2693>
      *       run stops if that month has not been snapshotted;         <PH2693>
      *     - GL premium: the ACMV postings effective in the
      *       quarter on the PZ442 premium-income sub-accounts -
      *       the same postings B5366 passes to the ledger - credits
      *       counting as income.
      *
      *   Each contract is reported under three analyses:
      *     'L'  line of business - the TV145 product family of the
      *          contract type (the IFRS 17 portfolio source, so the
      *          split agrees with the actuarial grouping);
      *     'C'  distribution channel - the source of business;
      *     'P'  province - the ZPCD ward master entry for the
      *          owner's postcode.
      *   A key that cannot be found is reported as UNKNOWN.
      *
      *   The ZPRQPF return holds one row per analysis line
      *   (premium by type, policy count, sum assured), a row 'X'
      *   per contract whose LINS premium differs from its GL
      *   premium, and the control-total row 'T' tying the LINS
      *   premium to the GL premium for the quarter.
      *
      *   The GL premium is in turn tied out to the GL extract:
      *   the B5366 journal register (ZGJR) lines effective in the
      *   quarter on the same sub-accounts, signed the same way.
      *   A difference is reported and posted to control total 06.
      *
      *   Control totals:
      *     01  -  Contracts read
      *     02  -  Contracts reported
      *     03  -  Contracts in force at quarter end
      *     04  -  Contracts where LINS and GL premium differ
      *     05  -  Return lines written
      *     06  -  GL premium less GL extract premium (tie-out)
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
      * 15/10/26  01/01   PH2675       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2693       Phi Tran - IT DEV                    *
      *           In force at quarter end, and its sum assured, from the    *
      *           month-end snapshot (ZMES, B5462) of the quarter's last    *
      *           month instead of the live contract and COVR.              *
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
           SELECT ZPRQPF               ASSIGN TO DATABASE-ZPRQPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZPRQPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZPRQPF-REC.
       01  ZPRQPF-REC.
           COPY DDS-ALL-FORMATS            OF ZPRQPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5442'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-LINS-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ACMV-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-COVR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-STAT-OK                PIC X(01) VALUE 'N'.
       01  WSAA-SACS-OK                PIC X(01) VALUE 'N'.
       01  WSAA-SUM-FOUND              PIC X(01) VALUE 'N'.
       01  WSAA-ZGJR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZMES-EOF               PIC X(01) VALUE 'N'.             <PH2693>
       01  WSAA-SNAP-YYMM              PIC X(06) VALUE SPACES.          <PH2693>
       01  WSAA-SNAP-STATCODE          PIC X(02) VALUE SPACES.          <PH2693>
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
      *
      *  Reporting quarter, as YYYYMM bounds.
      *
       01  WSAA-RPT-YEAR               PIC 9(04) VALUE 0.
       01  WSAA-RPT-QTR                PIC 9(01) VALUE 0.
       01  WSAA-RPT-MONTH              PIC 9(02) VALUE 0.
       01  WSAA-QTR-FROM               PIC 9(06) VALUE 0.
       01  WSAA-QTR-TO                 PIC 9(06) VALUE 0.
       01  WSAA-YYMM-N                 PIC 9(06) VALUE 0.
       01  WSAA-DATE-X.
           05  WSAA-DATE-YYMM          PIC X(06).
           05  WSAA-DATE-DD            PIC X(02).
       01  WSAA-DATE-N                 REDEFINES WSAA-DATE-X
                                       PIC 9(08).
       01  WSAA-EFF-DATE.
           05  WSAA-EFF-YEAR           PIC 9(04).
           05  WSAA-EFF-MONTH          PIC 9(02).
           05  WSAA-EFF-DAY            PIC 9(02).
      *
       01  WSAA-OCC-NUM                PIC 9(08) VALUE 0.
       01  WSAA-FY-END                 PIC 9(08) VALUE 0.
      *
      *  One contract's figures for the quarter.
      *
       01  WSAA-CON-WORK.
           03  WSAA-CON-POLCNT         PIC S9(07) COMP-3.
           03  WSAA-CON-SUMINS         PIC S9(13)V9(02) COMP-3.
           03  WSAA-CON-FYPREM         PIC S9(13)V9(02) COMP-3.
           03  WSAA-CON-RNPREM         PIC S9(13)V9(02) COMP-3.
           03  WSAA-CON-SPPREM         PIC S9(13)V9(02) COMP-3.
           03  WSAA-CON-TOTPREM        PIC S9(13)V9(02) COMP-3.
           03  WSAA-CON-ACMVAMT        PIC S9(13)V9(02) COMP-3.
           03  WSAA-CON-DIFFAMT        PIC S9(13)V9(02) COMP-3.
      *
       01  WSAA-CON-LOB                PIC X(30) VALUE SPACES.
       01  WSAA-CON-CHANNEL            PIC X(30) VALUE SPACES.
       01  WSAA-CON-PROVINCE           PIC X(30) VALUE SPACES.
       01  WSAA-ITEMITEM               PIC X(08) VALUE SPACES.
      *
      *  Return lines, one per analysis type and key.
      *
       01  WSAA-SUM-TYPE               PIC X(01) VALUE SPACES.
       01  WSAA-SUM-KEY                PIC X(30) VALUE SPACES.
       01  WSAA-SUM-IX                 PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-SUM-HIT                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-SUM-MAX                PIC S9(05) COMP-3 VALUE 0.
       01  WSAA-SUM-TABLE.
           03  WSAA-SUM-ENT            OCCURS 1000.
               05  WSAA-SUM-ENT-TYPE   PIC X(01).
               05  WSAA-SUM-ENT-KEY    PIC X(30).
               05  WSAA-SUM-POLCNT     PIC S9(07) COMP-3.
               05  WSAA-SUM-SUMINS     PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-FYPREM     PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-RNPREM     PIC S9(13)V9(02) COMP-3.
               05  WSAA-SUM-SPPREM     PIC S9(13)V9(02) COMP-3.
      *
      *  Control-total page.
      *
       01  WSAA-TOT-WORK.
           03  WSAA-TOT-POLCNT         PIC S9(07) COMP-3.
           03  WSAA-TOT-SUMINS         PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-FYPREM         PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-RNPREM         PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-SPPREM         PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-TOTPREM        PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-ACMVAMT        PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-DIFFAMT        PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-DIFFCNT        PIC S9(07) COMP-3.
           03  WSAA-TOT-GLXAMT         PIC S9(13)V9(02) COMP-3.
           03  WSAA-TOT-GLXDIFF        PIC S9(13)V9(02) COMP-3.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  LINSRNLREC              PIC X(10) VALUE 'LINSRNLREC'.
           03  ACMVENQREC              PIC X(10) VALUE 'ACMVENQREC'.
           03  COVRREC                 PIC X(10) VALUE 'COVRREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  ZPCDREC                 PIC X(10) VALUE 'ZPCDREC'.
           03  ZGJRREC                 PIC X(10) VALUE 'ZGJRREC'.
           03  ZMESREC                 PIC X(10) VALUE 'ZMESREC'.       <PH2693>
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  TABLES.
           03  T5679                   PIC X(06) VALUE 'T5679'.
           03  TV145                   PIC X(06) VALUE 'TV145'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.
           03  CT06                    PIC 9(02) VALUE 06.
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
           COPY PZ442PAR.
           COPY ITEMSKM.
           COPY T5679REC.
           COPY TV145REC.
      /
           COPY CHDRLIFSKM.
           COPY CHDRLNBSKM.
           COPY LINSRNLSKM.
           COPY ACMVENQSKM.
           COPY COVRSKM.
           COPY CLTSSKM.
           COPY ZPCDSKM.
           COPY ZGJRSKM.
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
           MOVE BUPA-PARMAREA          TO PZ442-PARAMS.
      *
      *  Reporting quarter - both parameters are required.
      *
           IF PZ442-RPTYEAR         NOT NUMERIC
           OR PZ442-RPTQTR          NOT NUMERIC
           OR PZ442-RPTYEAR             = ZERO
           OR PZ442-RPTQTR              < 1
           OR PZ442-RPTQTR              > 4
              DISPLAY 'B5442 INVALID YEAR / QUARTER PARAMETERS'
              MOVE BOMB                TO SYSR-STATUZ
              MOVE PZ442-PARAMS        TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE PZ442-RPTYEAR          TO WSAA-RPT-YEAR.
           MOVE PZ442-RPTQTR           TO WSAA-RPT-QTR.
      *
           COMPUTE WSAA-RPT-MONTH       = (WSAA-RPT-QTR - 1) * 3 + 1.
           COMPUTE WSAA-QTR-FROM        = WSAA-RPT-YEAR * 100
                                        + WSAA-RPT-MONTH.
           COMPUTE WSAA-QTR-TO          = WSAA-QTR-FROM + 2.
           MOVE WSAA-QTR-TO            TO WSAA-SNAP-YYMM.               <PH2693>
      *                                                                 <PH2693>
           PERFORM 1200-CHECK-SNAPSHOT.                                 <PH2693>
      *
           MOVE ZEROES                 TO WSAA-SUM-MAX.
           INITIALIZE                  WSAA-TOT-WORK.
      *
           OPEN OUTPUT ZPRQPF.
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
      *  The quarter's last month must have been snapshotted.           <PH2693>
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
              DISPLAY 'B5442 NO MONTH-END SNAPSHOT FOR: '               <PH2693>
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
      *  The issued contract header, for the channel, contract
      *  type and billing frequency.
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
           MOVE CHDRLIF-OCCDATE (1:8)  TO WSAA-OCC-NUM.
           COMPUTE WSAA-FY-END          = WSAA-OCC-NUM + 10000.
      *
           PERFORM 2520-QUARTER-END.                                    <PH2693>
           PERFORM 2540-VALIDATE-STATUS.
      *
           IF WSAA-STAT-OK              = 'Y'
              MOVE 1                   TO WSAA-CON-POLCNT
           END-IF.
      *
           PERFORM 2600-PREMIUM.
      *
           PERFORM 2700-GL-PREMIUM.
      *
           IF  WSAA-CON-POLCNT          = ZERO
           AND WSAA-CON-TOTPREM         = ZERO
           AND WSAA-CON-ACMVAMT         = ZERO
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           IF WSAA-STAT-OK              = 'Y'
              PERFORM 2800-SUM-ASSURED
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2520-QUARTER-END SECTION.                                        <PH2693>
      **************************                                        <PH2693>
      *                                                                 <PH2693>
       2521-START.                                                      <PH2693>
      *                                                                 <PH2693>
      *  The contract's status on the quarter-end snapshot; not         <PH2693>
      *  on it - not in force at quarter end.                           <PH2693>
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
       2600-PREMIUM SECTION.
      **********************
      *
       2610-START.
      *
           MOVE 'N'                    TO WSAA-LINS-EOF.
      *
           INITIALIZE                  LINSRNL-PARAMS.
           MOVE CHDRLIF-CHDRCOY        TO LINSRNL-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO LINSRNL-CHDRNUM.
           MOVE LINSRNLREC             TO LINSRNL-FORMAT.
           MOVE BEGN                   TO LINSRNL-FUNCTION.
      *
           PERFORM 2650-ONE-LINS
               UNTIL WSAA-LINS-EOF      = 'Y'.
      *
           COMPUTE WSAA-CON-TOTPREM     = WSAA-CON-FYPREM
                                        + WSAA-CON-RNPREM
                                        + WSAA-CON-SPPREM.
      *
       2690-EXIT.
           EXIT.
      /
       2650-ONE-LINS SECTION.
      ***********************
      *
       2651-START.
      *
           CALL 'LINSRNLIO'         USING LINSRNL-PARAMS.
      *
           IF LINSRNL-STATUZ        NOT = O-K AND ENDP
              MOVE LINSRNL-STATUZ      TO SYSR-STATUZ
              MOVE LINSRNL-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF LINSRNL-STATUZ            = ENDP
           OR LINSRNL-CHDRCOY (1:1) NOT = CHDRLIF-CHDRCOY
           OR LINSRNL-CHDRNUM (1:8) NOT = CHDRLIF-CHDRNUM
              MOVE 'Y'                 TO WSAA-LINS-EOF
              GO TO 2659-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO LINSRNL-FUNCTION.
      *
           IF LINSRNL-VALIDFLAG (1:1) NOT = '1'
           OR LINSRNL-PAYFLAG (1:1) NOT = 'P'
           OR LINSRNL-INSTTYPE          = 'T'
              GO TO 2659-EXIT
           END-IF.
      *
           MOVE LINSRNL-INSTFROM       TO WSAA-DATE-N.
           MOVE WSAA-DATE-YYMM         TO WSAA-YYMM-N.
      *
           IF WSAA-YYMM-N               < WSAA-QTR-FROM
           OR WSAA-YYMM-N               > WSAA-QTR-TO
              GO TO 2659-EXIT
           END-IF.
      *
           IF CHDRLNB-BILLFREQ (1:2)    = '00'
              ADD LINSRNL-CBILLAMT     TO WSAA-CON-SPPREM
              GO TO 2659-EXIT
           END-IF.
      *
           IF LINSRNL-INSTFROM          < WSAA-FY-END
              ADD LINSRNL-CBILLAMT     TO WSAA-CON-FYPREM
           ELSE
              ADD LINSRNL-CBILLAMT     TO WSAA-CON-RNPREM
           END-IF.
      *
       2659-EXIT.
           EXIT.
      /
       2700-GL-PREMIUM SECTION.
      *************************
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
           MOVE ACMVENQ-EFFDATE        TO WSAA-DATE-N.
           MOVE WSAA-DATE-YYMM         TO WSAA-YYMM-N.
      *
           IF WSAA-YYMM-N               < WSAA-QTR-FROM
           OR WSAA-YYMM-N               > WSAA-QTR-TO
              GO TO 2759-EXIT
           END-IF.
      *
           MOVE 'N'                    TO WSAA-SACS-OK.
           PERFORM 2760-CHECK-PREM-SACS
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 5
               OR WSAA-SACS-OK          = 'Y'.
      *
           IF WSAA-SACS-OK          NOT = 'Y'
              GO TO 2759-EXIT
           END-IF.
      *
      *  Premium income is credited - a debit is a reversal.
      *
           IF ACMVENQ-GLSIGN            = '-'
              ADD ACMVENQ-ACCTAMT      TO WSAA-CON-ACMVAMT
           ELSE
              SUBTRACT ACMVENQ-ACCTAMT FROM WSAA-CON-ACMVAMT
           END-IF.
      *
       2759-EXIT.
           EXIT.
      /
       2760-CHECK-PREM-SACS SECTION.
      ******************************
      *
       2761-START.
      *
           IF  PZ442-PRMCODE (WSAA-SUB) NOT = SPACES
           AND PZ442-PRMCODE (WSAA-SUB)     = ACMVENQ-SACSCODE (1:2)
           AND PZ442-PRMTYPE (WSAA-SUB)     = ACMVENQ-SACSTYP (1:2)
               MOVE 'Y'                TO WSAA-SACS-OK
           END-IF.
      *
       2769-EXIT.
           EXIT.
      /
       2800-SUM-ASSURED SECTION.
      **************************
      *
       2810-START.
      *
      **** MOVE 'N'                    TO WSAA-COVR-EOF.                <PH2693>
      ****                                                              <PH2693>
      **** INITIALIZE                  COVR-PARAMS.                     <PH2693>
      **** MOVE CHDRLIF-CHDRCOY        TO COVR-CHDRCOY.                 <PH2693>
      **** MOVE CHDRLIF-CHDRNUM        TO COVR-CHDRNUM.                 <PH2693>
      **** MOVE COVRREC                TO COVR-FORMAT.                  <PH2693>
      **** MOVE BEGN                   TO COVR-FUNCTION.                <PH2693>
      ****                                                              <PH2693>
      **** PERFORM 2850-ONE-COVR                                        <PH2693>
      ****     UNTIL WSAA-COVR-EOF      = 'Y'.                          <PH2693>
      *                                                                 <PH2693>
      *  The components on the quarter-end snapshot.                    <PH2693>
      *                                                                 <PH2693>
           MOVE 'N'                    TO WSAA-ZMES-EOF.                <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-SNAP-YYMM         TO ZMES-SNAPYM.                  <PH2693>
           MOVE CHDRLIF-CHDRNUM        TO ZMES-CHDRNUM.                 <PH2693>
           MOVE 'V'                    TO ZMES-RECTYPE.                 <PH2693>
           MOVE ZMESREC                TO ZMES-FORMAT.                  <PH2693>
           MOVE BEGN                   TO ZMES-FUNCTION.                <PH2693>
      *                                                                 <PH2693>
           PERFORM 2850-ONE-COVR                                        <PH2693>
               UNTIL WSAA-ZMES-EOF      = 'Y'.                          <PH2693>
      *
       2890-EXIT.
           EXIT.
      /
       2850-ONE-COVR SECTION.
      ***********************
      *
       2851-START.
      *
      **** CALL 'COVRIO'            USING COVR-PARAMS.                  <PH2693>
      ****                                                              <PH2693>
      **** IF COVR-STATUZ           NOT = O-K AND ENDP                  <PH2693>
      ****    MOVE COVR-STATUZ         TO SYSR-STATUZ                   <PH2693>
      ****    MOVE COVR-PARAMS         TO SYSR-PARAMS                   <PH2693>
      ****    PERFORM 600-FATAL-ERROR                                   <PH2693>
      **** END-IF.                                                      <PH2693>
      ****                                                              <PH2693>
      **** IF COVR-STATUZ               = ENDP                          <PH2693>
      **** OR COVR-CHDRCOY (1:1)    NOT = CHDRLIF-CHDRCOY               <PH2693>
      **** OR COVR-CHDRNUM (1:8)    NOT = CHDRLIF-CHDRNUM               <PH2693>
      ****    MOVE 'Y'                 TO WSAA-COVR-EOF                 <PH2693>
      ****    GO TO 2859-EXIT                                           <PH2693>
      **** END-IF.                                                      <PH2693>
      ****                                                              <PH2693>
      **** MOVE NEXTR                  TO COVR-FUNCTION.                <PH2693>
      ****                                                              <PH2693>
      **** IF COVR-VALIDFLAG (1:1)      = '1'                           <PH2693>
      ****    ADD COVR-SUMINS          TO WSAA-CON-SUMINS               <PH2693>
      **** END-IF.                                                      <PH2693>
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
           OR ZMES-CHDRNUM          NOT = CHDRLIF-CHDRNUM               <PH2693>
           OR ZMES-RECTYPE          NOT = 'V'                           <PH2693>
              MOVE 'Y'                 TO WSAA-ZMES-EOF                 <PH2693>
              GO TO 2859-EXIT                                           <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           MOVE NEXTR                  TO ZMES-FUNCTION.                <PH2693>
      *                                                                 <PH2693>
           ADD ZMES-SUMINS             TO WSAA-CON-SUMINS.              <PH2693>
      *
       2859-EXIT.
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
           IF WSAA-CON-POLCNT           = 1
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           PERFORM 3100-LINE-OF-BUSINESS.
      *
           MOVE CHDRLNB-SRCEBUS        TO WSAA-CON-CHANNEL.
           IF WSAA-CON-CHANNEL          = SPACES
              MOVE 'UNKNOWN'           TO WSAA-CON-CHANNEL
           END-IF.
      *
           PERFORM 3200-PROVINCE.
      *
           MOVE 'L'                    TO WSAA-SUM-TYPE.
           MOVE WSAA-CON-LOB           TO WSAA-SUM-KEY.
           PERFORM 3300-ADD-LINE.
      *
           MOVE 'C'                    TO WSAA-SUM-TYPE.
           MOVE WSAA-CON-CHANNEL       TO WSAA-SUM-KEY.
           PERFORM 3300-ADD-LINE.
      *
           MOVE 'P'                    TO WSAA-SUM-TYPE.
           MOVE WSAA-CON-PROVINCE      TO WSAA-SUM-KEY.
           PERFORM 3300-ADD-LINE.
      *
           ADD WSAA-CON-POLCNT         TO WSAA-TOT-POLCNT.
           ADD WSAA-CON-SUMINS         TO WSAA-TOT-SUMINS.
           ADD WSAA-CON-FYPREM         TO WSAA-TOT-FYPREM.
           ADD WSAA-CON-RNPREM         TO WSAA-TOT-RNPREM.
           ADD WSAA-CON-SPPREM         TO WSAA-TOT-SPPREM.
           ADD WSAA-CON-TOTPREM        TO WSAA-TOT-TOTPREM.
           ADD WSAA-CON-ACMVAMT        TO WSAA-TOT-ACMVAMT.
      *
      *  A contract whose billed premium and GL premium differ is
      *  listed behind the control-total page.
      *
           COMPUTE WSAA-CON-DIFFAMT     = WSAA-CON-TOTPREM
                                        - WSAA-CON-ACMVAMT.
      *
           IF WSAA-CON-DIFFAMT      NOT = ZERO
              ADD 1                    TO WSAA-TOT-DIFFCNT
              MOVE SPACES              TO ZPRQPF-REC
              MOVE 'X'                 TO RECTYPE    OF ZPRQPF
              MOVE CHDRLIF-CHDRNUM     TO CHDRNUM    OF ZPRQPF
              MOVE WSAA-CON-LOB        TO DIMKEY     OF ZPRQPF
              MOVE WSAA-CON-FYPREM     TO FYPREM     OF ZPRQPF
              MOVE WSAA-CON-RNPREM     TO RNPREM     OF ZPRQPF
              MOVE WSAA-CON-SPPREM     TO SPPREM     OF ZPRQPF
              MOVE WSAA-CON-TOTPREM    TO TOTPREM    OF ZPRQPF
              MOVE WSAA-CON-ACMVAMT    TO ACMVAMT    OF ZPRQPF
              MOVE WSAA-CON-DIFFAMT    TO DIFFAMT    OF ZPRQPF
              MOVE WSAA-CON-POLCNT     TO POLCNT     OF ZPRQPF
              MOVE WSAA-CON-SUMINS     TO SUMINS     OF ZPRQPF
              MOVE WSAA-RPT-YEAR       TO RPTYEAR    OF ZPRQPF
              MOVE WSAA-RPT-QTR        TO RPTQTR     OF ZPRQPF
              WRITE ZPRQPF-REC
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              MOVE CT05                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
       3090-EXIT.
           EXIT.
      /
       3100-LINE-OF-BUSINESS SECTION.
      *******************************
      *
       3110-START.
      *
      *  Product family of the contract type, '***' fallback.
      *
           MOVE CHDRLNB-CNTTYPE        TO WSAA-ITEMITEM.
           PERFORM 3150-READ-TV145.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE '***'               TO WSAA-ITEMITEM
              PERFORM 3150-READ-TV145
           END-IF.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE 'UNKNOWN'           TO WSAA-CON-LOB
              GO TO 3190-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV145-TV145-REC.
           MOVE TV145-PRODFAM          TO WSAA-CON-LOB.
      *
           IF WSAA-CON-LOB              = SPACES
              MOVE 'UNKNOWN'           TO WSAA-CON-LOB
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3150-READ-TV145 SECTION.
      *************************
      *
       3151-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV145                  TO ITEM-ITEMTABL.
           MOVE WSAA-ITEMITEM          TO ITEM-ITEMITEM.
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
       3159-EXIT.
           EXIT.
      /
       3200-PROVINCE SECTION.
      ***********************
      *
       3210-START.
      *
      *  Province of the owner's address, from the ward master.
      *
           MOVE 'UNKNOWN'              TO WSAA-CON-PROVINCE.
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
           IF CLTS-STATUZ           NOT = O-K AND MRNF
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CLTS-STATUZ               = MRNF
           OR CLTS-CLTPCODE             = SPACES
              GO TO 3290-EXIT
           END-IF.
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
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF  ZPCD-STATUZ              = O-K
           AND ZPCD-PROVINCE        NOT = SPACES
               MOVE ZPCD-PROVINCE      TO WSAA-CON-PROVINCE
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3300-ADD-LINE SECTION.
      ***********************
      *
       3310-START.
      *
           MOVE 'N'                    TO WSAA-SUM-FOUND.
           PERFORM 3350-MATCH-LINE
               VARYING WSAA-SUM-IX FROM 1 BY 1
               UNTIL WSAA-SUM-IX        > WSAA-SUM-MAX
               OR WSAA-SUM-FOUND        = 'Y'.
      *
           IF WSAA-SUM-FOUND            = 'Y'
              MOVE WSAA-SUM-HIT        TO WSAA-SUM-IX
           ELSE
              IF WSAA-SUM-MAX       NOT < 1000
                 MOVE 'BOMB'           TO SYSR-STATUZ
                 PERFORM 600-FATAL-ERROR
              END-IF
              ADD 1                    TO WSAA-SUM-MAX
              MOVE WSAA-SUM-MAX        TO WSAA-SUM-IX
              INITIALIZE               WSAA-SUM-ENT (WSAA-SUM-IX)
              MOVE WSAA-SUM-TYPE       TO WSAA-SUM-ENT-TYPE
                                          (WSAA-SUM-IX)
              MOVE WSAA-SUM-KEY        TO WSAA-SUM-ENT-KEY
                                          (WSAA-SUM-IX)
           END-IF.
      *
           ADD WSAA-CON-POLCNT         TO WSAA-SUM-POLCNT
                                          (WSAA-SUM-IX).
           ADD WSAA-CON-SUMINS         TO WSAA-SUM-SUMINS
                                          (WSAA-SUM-IX).
           ADD WSAA-CON-FYPREM         TO WSAA-SUM-FYPREM
                                          (WSAA-SUM-IX).
           ADD WSAA-CON-RNPREM         TO WSAA-SUM-RNPREM
                                          (WSAA-SUM-IX).
           ADD WSAA-CON-SPPREM         TO WSAA-SUM-SPPREM
                                          (WSAA-SUM-IX).
      *
       3390-EXIT.
           EXIT.
      /
       3350-MATCH-LINE SECTION.
      *************************
      *
       3351-START.
      *
           IF  WSAA-SUM-ENT-TYPE (WSAA-SUM-IX) = WSAA-SUM-TYPE
           AND WSAA-SUM-ENT-KEY (WSAA-SUM-IX)  = WSAA-SUM-KEY
               MOVE 'Y'                TO WSAA-SUM-FOUND
               MOVE WSAA-SUM-IX        TO WSAA-SUM-HIT
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
           PERFORM 4100-WRITE-LINE
               VARYING WSAA-SUM-IX FROM 1 BY 1
               UNTIL WSAA-SUM-IX        > WSAA-SUM-MAX.
      *
      *  Control-total page: billed premium tied to the GL.
      *
           COMPUTE WSAA-TOT-DIFFAMT     = WSAA-TOT-TOTPREM
                                        - WSAA-TOT-ACMVAMT.
      *
           MOVE SPACES                 TO ZPRQPF-REC.
           MOVE 'T'                    TO RECTYPE    OF ZPRQPF.
           MOVE SPACES                 TO CHDRNUM    OF ZPRQPF
                                          DIMKEY     OF ZPRQPF.
           MOVE WSAA-TOT-FYPREM        TO FYPREM     OF ZPRQPF.
           MOVE WSAA-TOT-RNPREM        TO RNPREM     OF ZPRQPF.
           MOVE WSAA-TOT-SPPREM        TO SPPREM     OF ZPRQPF.
           MOVE WSAA-TOT-TOTPREM       TO TOTPREM    OF ZPRQPF.
           MOVE WSAA-TOT-ACMVAMT       TO ACMVAMT    OF ZPRQPF.
           MOVE WSAA-TOT-DIFFAMT       TO DIFFAMT    OF ZPRQPF.
           MOVE WSAA-TOT-POLCNT        TO POLCNT     OF ZPRQPF.
           MOVE WSAA-TOT-SUMINS        TO SUMINS     OF ZPRQPF.
           MOVE WSAA-RPT-YEAR          TO RPTYEAR    OF ZPRQPF.
           MOVE WSAA-RPT-QTR           TO RPTQTR     OF ZPRQPF.
           WRITE ZPRQPF-REC.
      *
           MOVE CT05                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           CLOSE ZPRQPF.
      *
      *  GL premium tied out to the GL extract for the quarter.
      *
           PERFORM 4200-GL-TIEOUT.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5442 QUARTERLY PREMIUM-INCOME RETURN'.
           DISPLAY 'YEAR / QUARTER............: ' WSAA-RPT-YEAR
                   ' / Q' WSAA-RPT-QTR.
           DISPLAY 'FIRST-YEAR PREMIUM........: ' WSAA-TOT-FYPREM.
           DISPLAY 'RENEWAL PREMIUM...........: ' WSAA-TOT-RNPREM.
           DISPLAY 'SINGLE PREMIUM............: ' WSAA-TOT-SPPREM.
           DISPLAY 'TOTAL BILLED PREMIUM......: ' WSAA-TOT-TOTPREM.
           DISPLAY 'GL PREMIUM (ACMV).........: ' WSAA-TOT-ACMVAMT.
           DISPLAY 'DIFFERENCE................: ' WSAA-TOT-DIFFAMT.
           DISPLAY 'CONTRACTS DIFFERING.......: ' WSAA-TOT-DIFFCNT.
           DISPLAY 'POLICIES IN FORCE.........: ' WSAA-TOT-POLCNT.
           DISPLAY 'SUM ASSURED IN FORCE......: ' WSAA-TOT-SUMINS.
           DISPLAY 'GL EXTRACT PREMIUM (ZGJR).: ' WSAA-TOT-GLXAMT.
           DISPLAY 'GL LESS GL EXTRACT........: ' WSAA-TOT-GLXDIFF.
           IF WSAA-TOT-GLXDIFF      NOT = ZERO
              DISPLAY '*** GL PREMIUM DOES NOT AGREE TO THE B5366 '
                      'GL EXTRACT ***'
           END-IF.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-WRITE-LINE SECTION.
      *************************
      *
       4110-START.
      *
           MOVE SPACES                 TO ZPRQPF-REC.
           MOVE WSAA-SUM-ENT-TYPE (WSAA-SUM-IX)
                                       TO RECTYPE    OF ZPRQPF.
           MOVE SPACES                 TO CHDRNUM    OF ZPRQPF.
           MOVE WSAA-SUM-ENT-KEY (WSAA-SUM-IX)
                                       TO DIMKEY     OF ZPRQPF.
           MOVE WSAA-SUM-FYPREM (WSAA-SUM-IX)
                                       TO FYPREM     OF ZPRQPF.
           MOVE WSAA-SUM-RNPREM (WSAA-SUM-IX)
                                       TO RNPREM     OF ZPRQPF.
           MOVE WSAA-SUM-SPPREM (WSAA-SUM-IX)
                                       TO SPPREM     OF ZPRQPF.
           COMPUTE TOTPREM OF ZPRQPF    = WSAA-SUM-FYPREM (WSAA-SUM-IX)
                                        + WSAA-SUM-RNPREM (WSAA-SUM-IX)
                                        + WSAA-SUM-SPPREM (WSAA-SUM-IX).
           MOVE ZEROES                 TO ACMVAMT    OF ZPRQPF
                                          DIFFAMT    OF ZPRQPF.
           MOVE WSAA-SUM-POLCNT (WSAA-SUM-IX)
                                       TO POLCNT     OF ZPRQPF.
           MOVE WSAA-SUM-SUMINS (WSAA-SUM-IX)
                                       TO SUMINS     OF ZPRQPF.
           MOVE WSAA-RPT-YEAR          TO RPTYEAR    OF ZPRQPF.
           MOVE WSAA-RPT-QTR           TO RPTQTR     OF ZPRQPF.
           WRITE ZPRQPF-REC.
      *
           MOVE CT05                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       4190-EXIT.
           EXIT.
      /
       4200-GL-TIEOUT SECTION.
      ************************
      *
       4210-START.
      *
      *  The journal register lines B5366 lodged with the ledger,
      *  effective in the quarter, on the premium sub-accounts.
      *
           MOVE ZEROES                 TO WSAA-TOT-GLXAMT.
           MOVE 'N'                    TO WSAA-ZGJR-EOF.
      *
           INITIALIZE                  ZGJR-PARAMS.
           COMPUTE ZGJR-EFFDATE         = WSAA-QTR-FROM * 100 + 1.
           MOVE ZGJRREC                TO ZGJR-FORMAT.
           MOVE BEGN                   TO ZGJR-FUNCTION.
      *
           PERFORM 4250-ONE-ZGJR
               UNTIL WSAA-ZGJR-EOF      = 'Y'.
      *
           COMPUTE WSAA-TOT-GLXDIFF     = WSAA-TOT-ACMVAMT
                                        - WSAA-TOT-GLXAMT.
      *
           MOVE CT06                   TO CONT-TOTNO.
           MOVE WSAA-TOT-GLXDIFF       TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       4290-EXIT.
           EXIT.
      /
       4250-ONE-ZGJR SECTION.
      ***********************
      *
       4251-START.
      *
           CALL 'ZGJRIO'            USING ZGJR-PARAMS.
      *
           IF ZGJR-STATUZ           NOT = O-K AND ENDP
              MOVE ZGJR-STATUZ         TO SYSR-STATUZ
              MOVE ZGJR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZGJR-STATUZ               = ENDP
              MOVE 'Y'                 TO WSAA-ZGJR-EOF
              GO TO 4259-EXIT
           END-IF.
      *
           MOVE ZGJR-EFFDATE           TO WSAA-DATE-N.
           MOVE WSAA-DATE-YYMM         TO WSAA-YYMM-N.
      *
           IF WSAA-YYMM-N               > WSAA-QTR-TO
              MOVE 'Y'                 TO WSAA-ZGJR-EOF
              GO TO 4259-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZGJR-FUNCTION.
      *
           MOVE 'N'                    TO WSAA-SACS-OK.
           PERFORM 4260-CHECK-GLX-SACS
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 5
               OR WSAA-SACS-OK          = 'Y'.
      *
           IF WSAA-SACS-OK          NOT = 'Y'
              GO TO 4259-EXIT
           END-IF.
      *
      *  Signed as the GL premium: credits are income.
      *
           IF ZGJR-GLSIGN               = '-'
              ADD ZGJR-SUMAMT          TO WSAA-TOT-GLXAMT
           ELSE
              SUBTRACT ZGJR-SUMAMT   FROM WSAA-TOT-GLXAMT
           END-IF.
      *
       4259-EXIT.
           EXIT.
      /
       4260-CHECK-GLX-SACS SECTION.
      *****************************
      *
       4261-START.
      *
           IF  PZ442-PRMCODE (WSAA-SUB) NOT = SPACES
           AND PZ442-PRMCODE (WSAA-SUB)     = ZGJR-SACSCODE
           AND PZ442-PRMTYPE (WSAA-SUB)     = ZGJR-SACSTYP
               MOVE 'Y'                TO WSAA-SACS-OK
           END-IF.
      *
       4269-EXIT.
           EXIT.
