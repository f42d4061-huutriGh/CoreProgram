      *   longer matches and the cascade starts again at level 1 for
      *   any new arrears.
      *
      *   No notice is sent to a contract whose owner's address lies    <PH2687>
      *   in a ward or province under a disaster-area moratorium on     <PH2687>
      *   the ZMOR register (P5406) that grants no overdue notices,     <PH2687>
      *   until its grace end (ZMORCHK).  The cascade then resumes      <PH2687>
      *   from the level last sent.                                     <PH2687>
      *                                                                 <PH2687>
      *   Control totals:
      *     01  -  Payer records read
      *     02  -  First reminders requested
      *     03  -  Second reminders requested
      *     04  -  Final notices requested
      *     05  -  Notices withheld - disaster-area moratorium          <PH2687>
      *
      *   Error Processing:
      *     If a system error move the error code into the SYSR-STATUZ
      * 22/08/26  01/01   PHFX57       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2685       Phi Tran - IT DEV                    *
      *           The letter keys carry the payer's payment reference       *
      *           (bytes 3-18) from ZPAYREF for the VietQR transfer slip.   *
      *                                                                     *
      * 15/10/26  01/01   PH2687       Phi Tran - IT DEV                    *
      *           No notice is sent while a P5406 disaster-area             *
      *           moratorium granting no overdue notices covers the         *
      *           owner's address (ZMORCHK); control total 05.              *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSAA-OTHER-KEYS.                                             <PH2609>
           05  WSAA-OK-LANGUAGE        PIC X(01).                       <PH2609>
           05  WSAA-OK-NFOPT           PIC X(01).                       <PH2609>
           05  WSAA-OK-PAYREF          PIC X(16).                       <PH2685>
      *
       01  WSAA-TV091-KEY.
           05  WSAA-TV091-CNTTYPE      PIC X(03).
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.              <PH2687>
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY CHDRLIFSKM.
           COPY ZONTSKM.
           COPY LETRQSTREC.
           COPY ZPAYREFREC.                                             <PH2685>
           COPY ZMORCHKREC.                                             <PH2687>
      /
      *
       LINKAGE SECTION.
              GO TO 2590-EXIT
           END-IF.
      *
      *  Withheld while a disaster-area moratorium granting no          <PH2687>
      *  overdue notices covers the owner's address.                    <PH2687>
      *                                                                 <PH2687>
           INITIALIZE                  ZMCK-ZMORCHK-REC.                <PH2687>
           MOVE PAYR-CHDRCOY           TO ZMCK-CHDRCOY.                 <PH2687>
           MOVE PAYR-CHDRNUM           TO ZMCK-CHDRNUM.                 <PH2687>
           MOVE BSSC-EFFECTIVE-DATE    TO ZMCK-EFFDATE.                 <PH2687>
      *                                                                 <PH2687>
           CALL 'ZMORCHK'           USING ZMCK-ZMORCHK-REC.             <PH2687>
      *                                                                 <PH2687>
           IF ZMCK-STATUZ           NOT = O-K                           <PH2687>
              MOVE ZMCK-STATUZ         TO SYSR-STATUZ                   <PH2687>
              MOVE ZMCK-ZMORCHK-REC    TO SYSR-PARAMS                   <PH2687>
              PERFORM 600-FATAL-ERROR                                   <PH2687>
           END-IF.                                                      <PH2687>
      *                                                                 <PH2687>
           IF  ZMCK-COVERED             = 'Y'                           <PH2687>
           AND ZMCK-NONOTICE            = 'Y'                           <PH2687>
               MOVE CT05               TO CONT-TOTNO                    <PH2687>
               MOVE 1                  TO CONT-TOTVAL                   <PH2687>
               PERFORM 001-CALL-CONTOT                                  <PH2687>
               MOVE SPACES             TO WSSP-EDTERROR                 <PH2687>
               GO TO 2590-EXIT                                          <PH2687>
           END-IF.                                                      <PH2687>
      *                                                                 <PH2687>
       2590-EXIT.
           EXIT.
      /
           PERFORM 3150-GET-NF-OPTION.                                  <PH2609>
           MOVE BSSC-LANGUAGE          TO WSAA-OK-LANGUAGE.             <PH2609>
           MOVE TV104-NFOPT            TO WSAA-OK-NFOPT.                <PH2609>
           PERFORM 3170-GET-PAYMENT-REF.                                <PH2685>
           MOVE WSAA-OTHER-KEYS        TO LETRQST-OTHER-KEYS.           <PH2609>
           MOVE CHDRLIF-COWNCOY        TO LETRQST-CLNTCOY.
           MOVE CHDRLIF-COWNNUM        TO LETRQST-CLNTNUM.
       3159-EXIT.                                                       <PH2609>
           EXIT.                                                        <PH2609>
      /                                                                 <PH2609>
       3170-GET-PAYMENT-REF SECTION.                                    <PH2685>
      ******************************                                    <PH2685>
      *                                                                 <PH2685>
       3171-START.                                                      <PH2685>
      *                                                                 <PH2685>
      *  The payer's transfer reference rides in the letter keys        <PH2685>
      *  (bytes 3-18); the composer takes the VietQR payload from       <PH2685>
      *  the ZPRF register by contract.                                 <PH2685>
      *                                                                 <PH2685>
           INITIALIZE                  ZPYR-ZPAYREF-REC.                <PH2685>
           MOVE 'GET '                 TO ZPYR-FUNCTION.                <PH2685>
           MOVE PAYR-CHDRCOY           TO ZPYR-COMPANY.                 <PH2685>
           MOVE PAYR-CHDRNUM           TO ZPYR-CHDRNUM.                 <PH2685>
           MOVE PAYR-PAYRSEQNO         TO ZPYR-PAYRSEQNO.               <PH2685>
           MOVE BSSC-EFFECTIVE-DATE    TO ZPYR-EFFDATE.                 <PH2685>
      *                                                                 <PH2685>
           CALL 'ZPAYREF'           USING ZPYR-ZPAYREF-REC.             <PH2685>
      *                                                                 <PH2685>
           IF ZPYR-STATUZ           NOT = O-K                           <PH2685>
              MOVE ZPYR-STATUZ         TO SYSR-STATUZ                   <PH2685>
              MOVE ZPYR-ZPAYREF-REC    TO SYSR-PARAMS                   <PH2685>
              PERFORM 600-FATAL-ERROR                                   <PH2685>
           END-IF.                                                      <PH2685>
      *                                                                 <PH2685>
           MOVE ZPYR-PAYREF            TO WSAA-OK-PAYREF.               <PH2685>
      *                                                                 <PH2685>
       3179-EXIT.                                                       <PH2685>
           EXIT.                                                        <PH2685>
      /                                                                 <PH2685>
       3200-RECORD-NOTICE SECTION.
      ****************************
      *
