      *   item with any existing ZDDS record is skipped as already
      *   swept.
      *
      *   An item whose mandate has been suspended (MANDSTAT 'S', as    <PH2665>
      *   the death registration P5360 leaves the payer's mandates) is  <PH2665>
      *   not lodged.                                                   <PH2665>
      *                                                                 <PH2665>
      *   Control totals:
      *     01  -  Items written to collection files
      *     02  -  Total amount extracted
      *     03  -  Items skipped (already submitted/confirmed)
      *     04  -  Clearing bank files produced
      *     05  -  Items skipped (mandate suspended)                    <PH2665>
      *
      *   Error Processing:
      *     If a system error move the error code into the SYSR-STATUZ
      *           through the common ZFTC register (ZFTCREG) so a           *
      *           duplicate or unregistered file can never go out           *
      *                                                                     *
      * 15/10/26  01/01   PH2665       Phi Tran - IT DEV                    *
      *           Do not lodge an item whose mandate is suspended           *
      *           (control total 05).                                       *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSAA-BANK-AMT               PIC S9(13)V9(2) COMP-3 VALUE 0.
       01  WSAA-FILE-CNT               PIC 9(04) COMP-3 VALUE 0.
       01  WSAA-SKIP-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-SUSP-CNT               PIC 9(07) COMP-3 VALUE 0.        <PH2665>
      *
       01  WSAA-SUBREF.
           03  FILLER                  PIC X(02)   VALUE 'DD'.
           03  DESCREC                 PIC X(10) VALUE 'DESCREC'.
           03  ZDDSREC                 PIC X(10) VALUE 'ZDDSREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  MANDREC                 PIC X(10) VALUE 'MANDREC'.       <PH2665>
      *
       01  TABLES.
           03  T3629                   PIC X(06) VALUE 'T3629'.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.              <PH2665>
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY ZDDSSKM.
           COPY ZWDADJREC.                                              <PHFX63>
           COPY CLTSSKM.
           COPY MANDSKM.                                                <PH2665>
           COPY NAMADRSREC.
           COPY PZ351PAR.
      /
           MOVE ZERO                   TO WSAA-BANK-ITEM-CNT
                                          WSAA-BANK-AMT
                                          WSAA-FILE-CNT
      ****                                WSAA-SKIP-CNT.
                                          WSAA-SKIP-CNT                 <PH2665>
                                          WSAA-SUSP-CNT.                <PH2665>
      *
           OPEN OUTPUT ZDDCPF.
           OPEN OUTPUT ZDDRPF.
               GO TO 2590-EXIT
           END-IF.
      *
      * A suspended mandate is never collected against.                 <PH2665>
      *                                                                 <PH2665>
           INITIALIZE                  MAND-PARAMS.                     <PH2665>
           MOVE BEXT-CHDRCOY           TO MAND-PAYRCOY.                 <PH2665>
           MOVE BEXT-PAYRNUM           TO MAND-PAYRNUM.                 <PH2665>
           MOVE BEXT-MANDREF           TO MAND-MANDREF.                 <PH2665>
           MOVE MANDREC                TO MAND-FORMAT.                  <PH2665>
           MOVE READR                  TO MAND-FUNCTION.                <PH2665>
      *                                                                 <PH2665>
           CALL 'MANDIO'            USING MAND-PARAMS.                  <PH2665>
      *                                                                 <PH2665>
           IF MAND-STATUZ           NOT = O-K AND MRNF                  <PH2665>
              MOVE MAND-STATUZ         TO SYSR-STATUZ                   <PH2665>
              MOVE MAND-PARAMS         TO SYSR-PARAMS                   <PH2665>
              PERFORM 600-FATAL-ERROR                                   <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           IF  MAND-STATUZ              = O-K                           <PH2665>
           AND MAND-MANDSTAT (1:1)      = 'S'                           <PH2665>
               ADD 1                   TO WSAA-SUSP-CNT                 <PH2665>
               MOVE CT05               TO CONT-TOTNO                    <PH2665>
               MOVE 1                  TO CONT-TOTVAL                   <PH2665>
               PERFORM 001-CALL-CONTOT                                  <PH2665>
               MOVE SPACES             TO WSSP-EDTERROR                 <PH2665>
               GO TO 2590-EXIT                                          <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
      * Check the item's submission status.  An item already
      * confirmed collected must never be re-extracted; on a normal
      * run any existing status means the item was already swept.
           DISPLAY 'B5351 DIRECT DEBIT COLLECTION FILE SUMMARY'.
           DISPLAY 'COLLECTION FILES PRODUCED.: ' WSAA-FILE-CNT.
           DISPLAY 'ITEMS SKIPPED (SUB/CONF)..: ' WSAA-SKIP-CNT.
           DISPLAY 'ITEMS SKIPPED (SUSPENDED).: ' WSAA-SUSP-CNT.        <PH2665>
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
