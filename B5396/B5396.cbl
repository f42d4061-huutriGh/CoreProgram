      *   client - resolved through the CLRF 'PY' role exactly as
      *   B5349's 3100-READ-CLRF does - accumulating one ZPPC
      *   register row per payer per tax year across all of the
      *   payer's contracts.  Single premium top-ups (instalment
      *   type 'T', from P5394) are part of that total and are also
      *   accumulated on their own in ZPPC-TOPUPTOT.
      *
      *   Phase 2 (at close): each accumulated row not yet
      *   certificated gets its certificate letter through the
      *     02  -  Instalments credited to payers
      *     03  -  Premium amount certificated
      *     04  -  Certificates requested
      *     05  -  Top-up amount certificated
      *
      *   Error Processing:
      *     If a system error move the error code into the SYSR-STATUZ
      * 02/09/26  01/01   PH2614       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2656       Phi Tran - IT DEV                    *
      *           Single premium top-up instalments (type T) are also       *
      *           accumulated separately in ZPPC-TOPUPTOT so the            *
      *           certificate can show them apart from regular premium.     *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.              <PH2656>
      *
           COPY CONLOGREC.
           COPY CONERRREC.
              MOVE WRITR               TO ZPPC-FUNCTION
           END-IF.
      *
      *  Single premium top-ups count in the total and are also         <PH2656>
      *  shown on their own.                                            <PH2656>
      *                                                                 <PH2656>
           IF LINSRNL-INSTTYPE          = 'T'                           <PH2656>
              ADD LINSRNL-CBILLAMT     TO ZPPC-TOPUPTOT                 <PH2656>
           END-IF.                                                      <PH2656>
      *                                                                 <PH2656>
           CALL 'ZPPCIO'            USING ZPPC-PARAMS.
      *
           IF ZPPC-STATUZ           NOT = O-K
           MOVE CT03                   TO CONT-TOTNO.
           MOVE LINSRNL-CBILLAMT       TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *                                                                 <PH2656>
           IF LINSRNL-INSTTYPE          = 'T'                           <PH2656>
              MOVE CT05                TO CONT-TOTNO                    <PH2656>
              MOVE LINSRNL-CBILLAMT    TO CONT-TOTVAL                   <PH2656>
              PERFORM 001-CALL-CONTOT                                   <PH2656>
           END-IF.                                                      <PH2656>
      *
       3090-EXIT.
           EXIT.
