      *   An instalment whose fund has no usable price goes to the
      *   ZUAEPF unallocated-money report and stays pending.
      *
      *   A single premium top-up (P5394) arrives as a paid LINS of
      *   instalment type 'T'.  Its net amount (INSTAMT01, after the
      *   allocation charge) is allocated, split by the one-off
      *   split on its ZTUP row when one was keyed, else by ZFDR as
      *   above, and the ZTUP row is marked allocated.
      *
      *   Control totals:
      *     01  -  Instalments read
      *     02  -  Prices loaded
      * 02/09/26  01/01   PH2612       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2656       Phi Tran - IT DEV                    *
      *           Single premium top-ups: instalment type T allocates       *
      *           its net amount by the ZTUP one-off split when one         *
      *           was keyed, and the ZTUP row is marked allocated.          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSAA-ALOC-LEFT              PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WSAA-UNITS                  PIC S9(09)V9(05) COMP-3 VALUE 0.
       01  WSAA-ALL-PRICED             PIC X(01) VALUE 'Y'.
       01  WSAA-ALOC-BASE              PIC S9(11)V9(2) COMP-3 VALUE 0.  <PH2656>
       01  WSAA-TRANDESC               PIC X(30) VALUE SPACES.          <PH2656>
      *
       01  FORMATS.
           03  LINSRNLREC              PIC X(10) VALUE 'LINSRNLREC'.
           03  ZUPRREC                 PIC X(10) VALUE 'ZUPRREC'.
           03  ZFDRREC                 PIC X(10) VALUE 'ZFDRREC'.
           03  UTRNRNLREC              PIC X(10) VALUE 'UTRNRNLREC'.
           03  ZTUPREC                 PIC X(10) VALUE 'ZTUPREC'.       <PH2656>
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  TABLES.
           COPY ZUPRSKM.
           COPY ZFDRSKM.
           COPY UTRNRNLSKM.
           COPY ZTUPSKM.                                                <PH2656>
      /
      *
       LINKAGE SECTION.
      *
       3010-UPDATE.
      *
      **** PERFORM 3100-GET-DIRECTION.                                  <PH2656>
      *  A top-up invests its net amount (after the allocation          <PH2656>
      *  charge P5394 took) by the split recorded with it; a            <PH2656>
      *  regular instalment invests the whole premium by ZFDR.          <PH2656>
      *                                                                 <PH2656>
           IF LINSRNL-INSTTYPE          = 'T'                           <PH2656>
              MOVE LINSRNL-INSTAMT01   TO WSAA-ALOC-BASE                <PH2656>
              MOVE 'TOP-UP ALLOCATION' TO WSAA-TRANDESC                 <PH2656>
              PERFORM 3120-GET-TOPUP-SPLIT                              <PH2656>
           ELSE                                                         <PH2656>
              MOVE LINSRNL-CBILLAMT    TO WSAA-ALOC-BASE                <PH2656>
              MOVE 'UNIT ALLOCATION'   TO WSAA-TRANDESC                 <PH2656>
              PERFORM 3100-GET-DIRECTION                                <PH2656>
           END-IF.                                                      <PH2656>
      *
      *  Every fund in the split must have a usable price before
      *  any of the instalment is allocated.
              GO TO 3090-EXIT
           END-IF.
      *
      **** MOVE LINSRNL-CBILLAMT       TO WSAA-ALOC-LEFT.               <PH2656>
           MOVE WSAA-ALOC-BASE         TO WSAA-ALOC-LEFT.               <PH2656>
      *
           PERFORM 3400-ALLOCATE-ONE-FUND
               VARYING WSAA-DIR-IX FROM 1 BY 1
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF LINSRNL-INSTTYPE          = 'T'                           <PH2656>
              PERFORM 3800-UPDATE-ZTUP                                  <PH2656>
           END-IF.                                                      <PH2656>
      *                                                                 <PH2656>
           ADD 1                       TO WSAA-ALLOC-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE CT04                   TO CONT-TOTNO.
      **** MOVE LINSRNL-CBILLAMT       TO CONT-TOTVAL.                  <PH2656>
           MOVE WSAA-ALOC-BASE         TO CONT-TOTVAL.                  <PH2656>
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
      *
       3159-EXIT.
           EXIT.
      /                                                                 <PH2656>
       3120-GET-TOPUP-SPLIT SECTION.                                    <PH2656>
      ******************************                                    <PH2656>
      *                                                                 <PH2656>
       3121-START.                                                      <PH2656>
      *                                                                 <PH2656>
      *  The top-up's own record: a one-off split keyed with it         <PH2656>
      *  replaces the contract's direction for this money only.         <PH2656>
      *                                                                 <PH2656>
           INITIALIZE                  ZTUP-PARAMS.                     <PH2656>
           MOVE LINSRNL-CHDRCOY        TO ZTUP-CHDRCOY.                 <PH2656>
           MOVE LINSRNL-CHDRNUM        TO ZTUP-CHDRNUM.                 <PH2656>
           MOVE LINSRNL-TRANNO         TO ZTUP-TRANNO.                  <PH2656>
           MOVE ZTUPREC                TO ZTUP-FORMAT.                  <PH2656>
           MOVE READR                  TO ZTUP-FUNCTION.                <PH2656>
      *                                                                 <PH2656>
           CALL 'ZTUPIO'            USING ZTUP-PARAMS.                  <PH2656>
      *                                                                 <PH2656>
           IF ZTUP-STATUZ           NOT = O-K                           <PH2656>
              MOVE ZTUP-STATUZ         TO SYSR-STATUZ                   <PH2656>
              MOVE ZTUP-PARAMS         TO SYSR-PARAMS                   <PH2656>
              PERFORM 600-FATAL-ERROR                                   <PH2656>
           END-IF.                                                      <PH2656>
      *                                                                 <PH2656>
           IF ZTUP-SPLITIND         NOT = 'S'                           <PH2656>
              PERFORM 3100-GET-DIRECTION                                <PH2656>
              GO TO 3129-EXIT                                           <PH2656>
           END-IF.                                                      <PH2656>
      *                                                                 <PH2656>
           MOVE ZERO                   TO WSAA-DIR-CNT.                 <PH2656>
           PERFORM 3130-ONE-SPLIT                                       <PH2656>
               VARYING WSAA-DIR-IX FROM 1 BY 1                          <PH2656>
               UNTIL WSAA-DIR-IX        > 5.                            <PH2656>
      *                                                                 <PH2656>
       3129-EXIT.                                                       <PH2656>
           EXIT.                                                        <PH2656>
      /                                                                 <PH2656>
       3130-ONE-SPLIT SECTION.                                          <PH2656>
      ************************                                          <PH2656>
      *                                                                 <PH2656>
       3131-START.                                                      <PH2656>
      *                                                                 <PH2656>
           IF ZTUP-VRTFUND (WSAA-DIR-IX) NOT = SPACES                   <PH2656>
              ADD 1                    TO WSAA-DIR-CNT                  <PH2656>
              MOVE ZTUP-VRTFUND (WSAA-DIR-IX)                           <PH2656>
                                       TO WSAA-DIR-FUND (WSAA-DIR-CNT)  <PH2656>
              MOVE ZTUP-ALOCPC (WSAA-DIR-IX)                            <PH2656>
                                       TO WSAA-DIR-PCT  (WSAA-DIR-CNT)  <PH2656>
           END-IF.                                                      <PH2656>
      *                                                                 <PH2656>
       3139-EXIT.                                                       <PH2656>
           EXIT.                                                        <PH2656>
      /
       3200-CHECK-PRICE SECTION.
      **************************
           MOVE SPACES                 TO ZUAEPF-REC.
           MOVE LINSRNL-CHDRNUM        TO CHDRNUM  OF ZUAEPF.
           MOVE ZUPR-VRTFUND           TO VRTFUND  OF ZUAEPF.
      **** MOVE LINSRNL-CBILLAMT       TO EXCPAMT  OF ZUAEPF.           <PH2656>
           MOVE WSAA-ALOC-BASE         TO EXCPAMT  OF ZUAEPF.           <PH2656>
           MOVE 'NO USABLE PRICE FOR FUND'
                                       TO EXCPRSN  OF ZUAEPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE  OF ZUAEPF.
              MOVE WSAA-ALOC-LEFT      TO WSAA-ALOC-AMT
           ELSE
              COMPUTE WSAA-ALOC-AMT ROUNDED
      ****                              = LINSRNL-CBILLAMT              <PH2656>
                                        = WSAA-ALOC-BASE                <PH2656>
                                        * WSAA-DIR-PCT (WSAA-DIR-IX)
                                        / 100
           END-IF.
           MOVE LINSRNL-CHDRNUM        TO LIFA-RLDGACCT.
           MOVE WSAA-POST-AMT          TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
      **** MOVE 'UNIT ALLOCATION'      TO LIFA-TRANDESC.                <PH2656>
           MOVE WSAA-TRANDESC          TO LIFA-TRANDESC.                <PH2656>
           MOVE LINSRNL-CHDRNUM        TO LIFA-TRANREF.
           MOVE BSSC-EFFECTIVE-DATE    TO LIFA-EFFDATE.
           MOVE WSAA-TODAY             TO LIFA-TRANSACTION-DATE.
      *
       3459-EXIT.
           EXIT.
      /                                                                 <PH2656>
       3800-UPDATE-ZTUP SECTION.                                        <PH2656>
      **************************                                        <PH2656>
      *                                                                 <PH2656>
       3810-START.                                                      <PH2656>
      *                                                                 <PH2656>
           INITIALIZE                  ZTUP-PARAMS.                     <PH2656>
           MOVE LINSRNL-CHDRCOY        TO ZTUP-CHDRCOY.                 <PH2656>
           MOVE LINSRNL-CHDRNUM        TO ZTUP-CHDRNUM.                 <PH2656>
           MOVE LINSRNL-TRANNO         TO ZTUP-TRANNO.                  <PH2656>
           MOVE ZTUPREC                TO ZTUP-FORMAT.                  <PH2656>
           MOVE READH                  TO ZTUP-FUNCTION.                <PH2656>
      *                                                                 <PH2656>
           CALL 'ZTUPIO'            USING ZTUP-PARAMS.                  <PH2656>
      *                                                                 <PH2656>
           IF ZTUP-STATUZ           NOT = O-K                           <PH2656>
              MOVE ZTUP-STATUZ         TO SYSR-STATUZ                   <PH2656>
              MOVE ZTUP-PARAMS         TO SYSR-PARAMS                   <PH2656>
              PERFORM 600-FATAL-ERROR                                   <PH2656>
           END-IF.                                                      <PH2656>
      *                                                                 <PH2656>
           MOVE 'A'                    TO ZTUP-TUPSTAT.                 <PH2656>
           MOVE BSSC-EFFECTIVE-DATE    TO ZTUP-ALOCDATE.                <PH2656>
           MOVE ZTUPREC                TO ZTUP-FORMAT.                  <PH2656>
           MOVE REWRT                  TO ZTUP-FUNCTION.                <PH2656>
      *                                                                 <PH2656>
           CALL 'ZTUPIO'            USING ZTUP-PARAMS.                  <PH2656>
      *                                                                 <PH2656>
           IF ZTUP-STATUZ           NOT = O-K                           <PH2656>
              MOVE ZTUP-STATUZ         TO SYSR-STATUZ                   <PH2656>
              MOVE ZTUP-PARAMS         TO SYSR-PARAMS                   <PH2656>
              PERFORM 600-FATAL-ERROR                                   <PH2656>
           END-IF.                                                      <PH2656>
      *                                                                 <PH2656>
       3890-EXIT.                                                       <PH2656>
           EXIT.                                                        <PH2656>
      /
       3500-COMMIT SECTION.
      **********************
