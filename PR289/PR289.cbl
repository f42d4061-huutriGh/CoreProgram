      *           T5645 sub-account (with GL code) instead of a             *
      *           hard-coded account.                                       *
      *                                                                     *
      * 15/10/26  01/01   PH2683       Phi Tran - IT DEV                    *
      *           Capture the agent temporary receipt slip number           *
      *           (TMPRCPT) on a new receipt.  It must lie in a book on     *
      *           the ZRBK register (EV33); the slip is marked used on      *
      *           the ZTRS register with its use count and receipt.         *
      *                                                                     *
      * 15/10/26  01/01   PH2684       Phi Tran - IT DEV                    *
      *           A slip the agent reported written (status 'O', held       *
      *           against the agent on the B5453 cash-float ageing) is      *
      *           marked used ('U') when receipted.                         *
      *                                                                     *
      **DD/MM/YY*************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WSAA-VALID-RECEIPT          PIC X(01).                       <PHLRMS>
       01  WSAA-TABLE                  PIC X(05).                       <PHLRMS>
       01  WSAA-ITEM                   PIC X(08).                       <PHLRMS>
       01  WSAA-TMP-SLIPNO             PIC 9(08) VALUE 0.               <PH2683>
       01  WSAA-TMP-BOOK-FOUND         PIC X(01) VALUE 'N'.             <PH2683>
       01  WSAA-TODAY                  PIC 9(08).
       01  WSAA-LINE-CNT               PIC 9(02).
       01  WSAA-SCRN-STATUZ            PIC X(04).
           03  EV58                    PIC X(04) VALUE 'EV58'.          <PHLRMS>
           03  EV63                    PIC X(04) VALUE 'EV63'.          <PHLRMS>
           03  P245                    PIC X(04) VALUE 'P245'.          <CS012>
           03  EV33                    PIC X(04) VALUE 'EV33'.          <PH2683>
      *
       01  TABLES.
           03  T5645                   PIC X(05) VALUE 'T5645'.         <PHFXA4>
           03  RCPYPOLREC              PIC X(10) VALUE 'RCPYPOLREC'.    <CS009>
           03  RCPYPCDREC              PIC X(10) VALUE 'RCPYPCDREC'.    <CS009>
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.    <CS009>
           03  ZRBKRNGREC              PIC X(10) VALUE 'ZRBKRNGREC'.    <PH2683>
           03  ZTRSREC                 PIC X(10) VALUE 'ZTRSREC'.       <PH2683>
      /
       01  WSAA-BATCKEY.
           COPY BATCKEY.
           COPY TRRNINFSKM.                                             <PHLRMS>
           COPY ZPDCSKM.                                                <PHFX69>
           COPY ZIVRSKM.                                                <PHFX71>
           COPY ZRBKRNGSKM.                                             <PH2683>
           COPY ZTRSSKM.                                                <PH2683>
           COPY LIFACMVREC.                                             <PHFX71>
           COPY TRRNCDESKM.                                             <PHLRMS>
           COPY RCOLPNDSKM.                                             <PHLRMS>
                   PERFORM 2200-VALIDATE-TRRN                           <PHLRMS>
               END-IF                                                   <PHLRMS>
           END-IF.                                                      <PHLRMS>
      *                                                                 <PH2683>
      *--  The agent's temporary receipt slip, if one was given for     <PH2683>
      *--  the money, must come from a book on the ZRBK register.       <PH2683>
      *                                                                 <PH2683>
           IF  SBM-CREATION                                             <PH2683>
           AND SR289-TMPRCPT            NOT = SPACES                    <PH2683>
               PERFORM A3000-CHECK-TMP-SLIP                             <PH2683>
           END-IF.                                                      <PH2683>
      *                                                                 <V64F13>
        2020-VALIDATE-BY-TABLE.                                         <V64F13>
                                                                        <V64F13>
                   VARYING WSAA-ALLOC-IX FROM 1 BY 1                    <PHFX71>
                   UNTIL WSAA-ALLOC-IX  > WSAA-ALLOC-CNT                <PHFX71>
           END-IF.                                                      <PHFX71>
      *                                                                 <PH2683>
      * Mark the temporary receipt slip used by this receipt.           <PH2683>
      *                                                                 <PH2683>
           IF  SBM-CREATION                                             <PH2683>
           AND SR289-TMPRCPT            NOT = SPACES                    <PH2683>
               PERFORM A3100-MARK-TMP-SLIP                              <PH2683>
           END-IF.                                                      <PH2683>
      *                                                                 <PHFX69>
       3090-EXIT.
            EXIT.
      *                                                                 <CS009>
       A2929-EXIT.                                                      <CS009>
           EXIT.                                                        <CS009>
      /                                                                 <PH2683>
       A3000-CHECK-TMP-SLIP SECTION.                                    <PH2683>
      ******************************                                    <PH2683>
      *                                                                 <PH2683>
       A3010-START.                                                     <PH2683>
      *                                                                 <PH2683>
      *--  The first book ending at or above the slip number holds      <PH2683>
      *--  it if it also starts at or below it.                         <PH2683>
      *                                                                 <PH2683>
           MOVE 'N'                    TO WSAA-TMP-BOOK-FOUND.          <PH2683>
      *                                                                 <PH2683>
           IF  SR289-TMPRCPT           NOT NUMERIC                      <PH2683>
               MOVE EV33               TO SR289-TMPRCPT-ERR             <PH2683>
               GO TO A3090-EXIT                                         <PH2683>
           END-IF.                                                      <PH2683>
      *                                                                 <PH2683>
           MOVE SR289-TMPRCPT          TO WSAA-TMP-SLIPNO.              <PH2683>
      *                                                                 <PH2683>
           INITIALIZE                     ZRBKRNG-PARAMS.               <PH2683>
           MOVE WSSP-COMPANY           TO ZRBKRNG-COMPANY.              <PH2683>
           MOVE WSAA-TMP-SLIPNO        TO ZRBKRNG-TONUM.                <PH2683>
           MOVE ZRBKRNGREC             TO ZRBKRNG-FORMAT.               <PH2683>
           MOVE BEGN                   TO ZRBKRNG-FUNCTION.             <PH2683>
      *                                                                 <PH2683>
           CALL 'ZRBKRNGIO'            USING ZRBKRNG-PARAMS.            <PH2683>
      *                                                                 <PH2683>
           IF  ZRBKRNG-STATUZ          NOT = O-K                        <PH2683>
           AND                         NOT = ENDP                       <PH2683>
               MOVE ZRBKRNG-STATUZ     TO SYSR-STATUZ                   <PH2683>
               MOVE ZRBKRNG-PARAMS     TO SYSR-PARAMS                   <PH2683>
               PERFORM 600-FATAL-ERROR                                  <PH2683>
           END-IF.                                                      <PH2683>
      *                                                                 <PH2683>
           IF  ZRBKRNG-STATUZ          = O-K                            <PH2683>
           AND ZRBKRNG-COMPANY         = WSSP-COMPANY                   <PH2683>
           AND ZRBKRNG-FROMNUM         NOT > WSAA-TMP-SLIPNO            <PH2683>
               MOVE 'Y'                TO WSAA-TMP-BOOK-FOUND           <PH2683>
           ELSE                                                         <PH2683>
               MOVE EV33               TO SR289-TMPRCPT-ERR             <PH2683>
           END-IF.                                                      <PH2683>
      *                                                                 <PH2683>
       A3090-EXIT.                                                      <PH2683>
           EXIT.                                                        <PH2683>
      /                                                                 <PH2683>
       A3100-MARK-TMP-SLIP SECTION.                                     <PH2683>
      *****************************                                     <PH2683>
      *                                                                 <PH2683>
       A3110-START.                                                     <PH2683>
      *                                                                 <PH2683>
      *--  A slip used before, or one the agent reported cancelled,     <PH2683>
      *--  is still taken - the money has been received - but the       <PH2683>
      *--  use count and last receipt show it on the B5452 report.      <PH2683>
      *                                                                 <PH2683>
           PERFORM A3000-CHECK-TMP-SLIP.                                <PH2683>
      *                                                                 <PH2683>
           IF  WSAA-TMP-BOOK-FOUND     NOT = 'Y'                        <PH2683>
               GO TO A3190-EXIT                                         <PH2683>
           END-IF.                                                      <PH2683>
      *                                                                 <PH2683>
           INITIALIZE                     ZTRS-PARAMS.                  <PH2683>
           MOVE WSSP-COMPANY           TO ZTRS-COMPANY.                 <PH2683>
           MOVE WSAA-TMP-SLIPNO        TO ZTRS-SLIPNO.                  <PH2683>
           MOVE ZTRSREC                TO ZTRS-FORMAT.                  <PH2683>
           MOVE READH                  TO ZTRS-FUNCTION.                <PH2683>
      *                                                                 <PH2683>
           CALL 'ZTRSIO'               USING ZTRS-PARAMS.               <PH2683>
      *                                                                 <PH2683>
           IF  ZTRS-STATUZ             NOT = O-K                        <PH2683>
           AND                         NOT = MRNF                       <PH2683>
               MOVE ZTRS-STATUZ        TO SYSR-STATUZ                   <PH2683>
               MOVE ZTRS-PARAMS        TO SYSR-PARAMS                   <PH2683>
               PERFORM 600-FATAL-ERROR                                  <PH2683>
           END-IF.                                                      <PH2683>
      *                                                                 <PH2683>
           IF  ZTRS-STATUZ             = O-K                            <PH2683>
               MOVE REWRT              TO ZTRS-FUNCTION                 <PH2683>
           ELSE                                                         <PH2683>
               INITIALIZE                 ZTRS-PARAMS                   <PH2683>
               MOVE WSSP-COMPANY       TO ZTRS-COMPANY                  <PH2683>
               MOVE WSAA-TMP-SLIPNO    TO ZTRS-SLIPNO                   <PH2683>
               MOVE 'U'                TO ZTRS-SLIPSTAT                 <PH2683>
               MOVE 'N'                TO ZTRS-RETURNED                 <PH2683>
               MOVE ZEROES             TO ZTRS-USECNT                   <PH2683>
                                          ZTRS-CANCDATE                 <PH2683>
               MOVE WRITR              TO ZTRS-FUNCTION                 <PH2683>
           END-IF.                                                      <PH2683>
      *                                                                 <PH2683>
      *                                                                 <PH2684>
      *--  A collection the agent reported is now receipted.            <PH2684>
      *                                                                 <PH2684>
           IF  ZTRS-SLIPSTAT           = 'O'                            <PH2684>
               MOVE 'U'                TO ZTRS-SLIPSTAT                 <PH2684>
           END-IF.                                                      <PH2684>
      *                                                                 <PH2684>
           IF  ZTRS-USECNT             = ZERO                           <PH2683>
               MOVE SR289-RECEIPT      TO ZTRS-RECEIPT                  <PH2683>
           END-IF.                                                      <PH2683>
           ADD 1                       TO ZTRS-USECNT.                  <PH2683>
           MOVE ZRBKRNG-BOOKNO         TO ZTRS-BOOKNO.                  <PH2683>
           MOVE ZRBKRNG-AGNTNUM        TO ZTRS-AGNTNUM.                 <PH2683>
           MOVE SR289-RECEIPT          TO ZTRS-LASTRCPT.                <PH2683>
           MOVE WSAA-TODAY             TO ZTRS-USEDATE.                 <PH2683>
           MOVE WSSP-USERID            TO ZTRS-USERID.                  <PH2683>
           MOVE ZTRSREC                TO ZTRS-FORMAT.                  <PH2683>
      *                                                                 <PH2683>
           CALL 'ZTRSIO'               USING ZTRS-PARAMS.               <PH2683>
      *                                                                 <PH2683>
           IF  ZTRS-STATUZ             NOT = O-K                        <PH2683>
               MOVE ZTRS-STATUZ        TO SYSR-STATUZ                   <PH2683>
               MOVE ZTRS-PARAMS        TO SYSR-PARAMS                   <PH2683>
               PERFORM 600-FATAL-ERROR                                  <PH2683>
           END-IF.                                                      <PH2683>
      *                                                                 <PH2683>
       A3190-EXIT.                                                      <PH2683>
           EXIT.                                                        <PH2683>

