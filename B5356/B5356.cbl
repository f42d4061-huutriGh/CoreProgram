      *   - the credit is matched to a contract by scanning the
      *     transfer narrative for a policy number (each word of the
      *     narrative is tried against the contract header file);
      *     a payer's payment reference (ZPAYREF) quoted there is       <PH2685>
      *     tried first;                                                <PH2685>
      *
      *   - a matched credit gets a pending receipt document number
      *     from ALOCNO and an RDOC/RBNK pair is written carrying
      *           through the common ZFTC register (ZFTCREG) so a           *
      *           duplicate or unregistered file can never load             *
      *                                                                     *
      * 15/10/26  01/01   PH2685       Phi Tran - IT DEV                    *
      *           A payer's payment reference (ZPAYREF) quoted in the       *
      *           narrative is matched through ZPRFREF before the           *
      *           word-by-word contract number scan.                        *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  RBNKREC                 PIC X(10) VALUE 'RBNKREC'.
           03  RDOCREC                 PIC X(10) VALUE 'RDOCREC'.
           03  ZPRFREFREC              PIC X(10) VALUE 'ZPRFREFREC'.    <PH2685>
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           COPY RDOCSKM.
           COPY ALOCNOREC.
           COPY BDUPREFSUBREC.
           COPY ZPRFREFSKM.                                             <PH2685>
      /
      *
       LINKAGE SECTION.
                    WSAA-TOKEN (8)
           END-UNSTRING.
      *
      *  A payer's payment reference quoted in the narrative            <PH2685>
      *  names the contract outright.                                   <PH2685>
      *                                                                 <PH2685>
           PERFORM 2680-TRY-REFERENCE                                   <PH2685>
               VARYING WSAA-TOKEN-SUB FROM 1 BY 1                       <PH2685>
               UNTIL WSAA-TOKEN-SUB     > 8                             <PH2685>
               OR WSAA-MATCH-CHDRNUM NOT = SPACES.                      <PH2685>
      *                                                                 <PH2685>
           PERFORM 2650-TRY-TOKEN
               VARYING WSAA-TOKEN-SUB FROM 1 BY 1
               UNTIL WSAA-TOKEN-SUB     > 8
       2659-EXIT.
           EXIT.
      /
       2680-TRY-REFERENCE SECTION.                                      <PH2685>
      ****************************                                      <PH2685>
      *                                                                 <PH2685>
       2681-START.                                                      <PH2685>
      *                                                                 <PH2685>
      *  Only a bare sixteen-character word can be a reference.         <PH2685>
      *                                                                 <PH2685>
           IF WSAA-TOKEN (WSAA-TOKEN-SUB) (17:4)  NOT = SPACES          <PH2685>
           OR WSAA-TOKEN (WSAA-TOKEN-SUB) (16:1)      = SPACES          <PH2685>
              GO TO 2689-EXIT                                           <PH2685>
           END-IF.                                                      <PH2685>
      *                                                                 <PH2685>
           INITIALIZE                  ZPRFREF-PARAMS.                  <PH2685>
           MOVE BSPR-COMPANY           TO ZPRFREF-CHDRCOY.              <PH2685>
           MOVE WSAA-TOKEN (WSAA-TOKEN-SUB) (1:16)                      <PH2685>
                                       TO ZPRFREF-PAYREF.               <PH2685>
           MOVE ZPRFREFREC             TO ZPRFREF-FORMAT.               <PH2685>
           MOVE READR                  TO ZPRFREF-FUNCTION.             <PH2685>
      *                                                                 <PH2685>
           CALL 'ZPRFREFIO'         USING ZPRFREF-PARAMS.               <PH2685>
      *                                                                 <PH2685>
           IF ZPRFREF-STATUZ        NOT = O-K AND MRNF                  <PH2685>
              MOVE ZPRFREF-STATUZ      TO SYSR-STATUZ                   <PH2685>
              MOVE ZPRFREF-PARAMS      TO SYSR-PARAMS                   <PH2685>
              PERFORM 600-FATAL-ERROR                                   <PH2685>
           END-IF.                                                      <PH2685>
      *                                                                 <PH2685>
           IF ZPRFREF-STATUZ            = O-K                           <PH2685>
              MOVE ZPRFREF-CHDRNUM     TO WSAA-MATCH-CHDRNUM            <PH2685>
           END-IF.                                                      <PH2685>
      *                                                                 <PH2685>
       2689-EXIT.                                                       <PH2685>
           EXIT.                                                        <PH2685>
      /                                                                 <PH2685>
       2700-MATCH-BANK-ACCOUNT SECTION.
      *********************************
      *
