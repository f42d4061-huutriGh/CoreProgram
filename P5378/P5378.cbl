      *  - a negative net books the residual as a single new ZADT
      *    debt row for collections to chase.
      *
      * The count of temporary receipt books still issued to the        <PH2683>
      * agent on the ZRBK register is shown; 'P' is refused while       <PH2683>
      * any are outstanding.                                            <PH2683>
      *                                                                 <PH2683>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * 01/09/26  01/01   PH2608       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2683       Phi Tran - IT DEV                    *
      *           Show the count of temporary receipt books still           *
      *           issued to the agent (ZRBK register) and refuse action     *
      *           'P' with EV36 until they are all returned.                *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
       01  WSAA-PREQ-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-ZADT-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-MODE                   PIC X(01) VALUE 'Q'.
       01  WSAA-ZRBK-EOF               PIC X(01) VALUE 'N'.             <PH2683>
       01  WSAA-OPENBOOKS              PIC 9(03) VALUE 0.               <PH2683>
      *
       01  WSAA-TR384-KEY.
           05  WSAA-ITEM-BATCTRCDE     PIC X(04).
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  F035                    PIC X(04) VALUE 'F035'.
           03  EV36                    PIC X(04) VALUE 'EV36'.          <PH2683>
      *
       01  TABLES.
           03  TV099                   PIC X(06) VALUE 'TV099'.
           03  ZADTREC                 PIC X(10) VALUE 'ZADTREC'.
           03  ZWHTREC                 PIC X(10) VALUE 'ZWHTREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZRBKAGTREC              PIC X(10) VALUE 'ZRBKAGTREC'.    <PH2683>
      /
           COPY VARCOM.
      /
           COPY PREQSKM.
           COPY ZADTSKM.
           COPY ZWHTSKM.
           COPY ZRBKAGTSKM.                                             <PH2683>
           COPY ITEMSKM.
           COPY TV099REC.
           COPY TR384REC.
                                          S5378-CLAWBACK
                                          S5378-WHTAMT
                                          S5378-NETAMT.
           MOVE ZEROES                 TO S5378-OPENBOOKS.              <PH2683>
      *
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE WSAA-CLAWBACK          TO S5378-CLAWBACK.
           MOVE WSAA-WHTAMT            TO S5378-WHTAMT.
           MOVE WSAA-NETAMT            TO S5378-NETAMT.
      *                                                                 <PH2683>
      *  Temporary receipt books still out with the agent.              <PH2683>
      *                                                                 <PH2683>
           PERFORM 2600-COUNT-OPEN-BOOKS.                               <PH2683>
           MOVE WSAA-OPENBOOKS         TO S5378-OPENBOOKS.              <PH2683>
      *
           IF S5378-ZACTION         NOT = 'Q' AND 'P'
              MOVE E186                TO S5378-ZACTION-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *                                                                 <PH2683>
      *  The statement may be quoted, but the settlement is not         <PH2683>
      *  processed until every receipt book issued to the agent         <PH2683>
      *  has been handed back (P5404 action 'R').                       <PH2683>
      *                                                                 <PH2683>
           IF  S5378-ZACTION            = 'P'                           <PH2683>
           AND WSAA-OPENBOOKS           > ZERO                          <PH2683>
               MOVE EV36               TO S5378-ZACTION-ERR             <PH2683>
               GO TO 2080-CHECK-FOR-ERRORS                              <PH2683>
           END-IF.                                                      <PH2683>
      *
       2080-CHECK-FOR-ERRORS.
      *
       2590-EXIT.
           EXIT.
      /
       2600-COUNT-OPEN-BOOKS SECTION.                                   <PH2683>
      *******************************                                   <PH2683>
       2610-START.                                                      <PH2683>
      *                                                                 <PH2683>
           MOVE ZERO                   TO WSAA-OPENBOOKS.               <PH2683>
           MOVE 'N'                    TO WSAA-ZRBK-EOF.                <PH2683>
      *                                                                 <PH2683>
           INITIALIZE                  ZRBKAGT-PARAMS.                  <PH2683>
           MOVE WSSP-COMPANY           TO ZRBKAGT-COMPANY.              <PH2683>
           MOVE S5378-AGNTNUM          TO ZRBKAGT-AGNTNUM.              <PH2683>
           MOVE ZRBKAGTREC             TO ZRBKAGT-FORMAT.               <PH2683>
           MOVE BEGN                   TO ZRBKAGT-FUNCTION.             <PH2683>
      *                                                                 <PH2683>
           PERFORM 2650-ONE-BOOK                                        <PH2683>
               UNTIL WSAA-ZRBK-EOF      = 'Y'.                          <PH2683>
      *                                                                 <PH2683>
       2690-EXIT.                                                       <PH2683>
           EXIT.                                                        <PH2683>
      /                                                                 <PH2683>
       2650-ONE-BOOK SECTION.                                           <PH2683>
      ***********************                                           <PH2683>
       2651-START.                                                      <PH2683>
      *                                                                 <PH2683>
           CALL 'ZRBKAGTIO'         USING ZRBKAGT-PARAMS.               <PH2683>
      *                                                                 <PH2683>
           IF ZRBKAGT-STATUZ        NOT = O-K AND ENDP                  <PH2683>
              MOVE ZRBKAGT-STATUZ      TO SYSR-STATUZ                   <PH2683>
              MOVE ZRBKAGT-PARAMS      TO SYSR-PARAMS                   <PH2683>
              PERFORM 600-FATAL-ERROR                                   <PH2683>
           END-IF.                                                      <PH2683>
      *                                                                 <PH2683>
           IF ZRBKAGT-STATUZ            = ENDP                          <PH2683>
           OR ZRBKAGT-COMPANY       NOT = WSSP-COMPANY                  <PH2683>
           OR ZRBKAGT-AGNTNUM       NOT = S5378-AGNTNUM                 <PH2683>
              MOVE 'Y'                 TO WSAA-ZRBK-EOF                 <PH2683>
              GO TO 2659-EXIT                                           <PH2683>
           END-IF.                                                      <PH2683>
      *                                                                 <PH2683>
           IF ZRBKAGT-BKSTAT            = 'I'                           <PH2683>
              ADD 1                    TO WSAA-OPENBOOKS                <PH2683>
           END-IF.                                                      <PH2683>
      *                                                                 <PH2683>
           MOVE NEXTR                  TO ZRBKAGT-FUNCTION.             <PH2683>
      *                                                                 <PH2683>
       2659-EXIT.                                                       <PH2683>
           EXIT.                                                        <PH2683>
      /                                                                 <PH2683>
      *****************************************************************
      *     Update Database if required and Log Transaction
      *****************************************************************
