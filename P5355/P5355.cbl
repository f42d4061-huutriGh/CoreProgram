      * advanced to the end of the arrears period, and a PTRN is
      * written.
      *
      * No interest is charged on an instalment whose arrears period    <PH2687>
      * (due date to today) overlaps a disaster-area moratorium on      <PH2687>
      * the ZMOR register (P5406) that waives late interest, for the    <PH2687>
      * ward or province of the owner's address (ZMORCHK).              <PH2687>
      *                                                                 <PH2687>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      *           suspense is debited and the premium / interest            *
      *           booked through T5645 lines 02 / 03 via LIFACMV.           *
      *                                                                     *
      * 15/10/26  01/01   PH2687       Phi Tran - IT DEV                    *
      *           No late interest on an instalment whose arrears           *
      *           overlap a P5406 disaster-area moratorium that waives      *
      *           it for the owner's ward or province (ZMORCHK).            *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
       01  WSAA-STAT-OK                PIC X(01) VALUE 'N'.
       01  WSAA-SUB                    PIC 9(02) VALUE 0.
       01  WSAA-UNPAID-CNT             PIC 9(03) COMP-3 VALUE 0.
       01  WSAA-INT-WAIVED             PIC X(01) VALUE 'N'.             <PH2687>
      *
       01  WSAA-TR384-KEY.
           05  WSAA-ITEM-BATCTRCDE     PIC X(04).
           COPY LETRQSTREC.
           COPY NAMADRSREC.
           COPY DATCON1REC.
           COPY ZMORCHKREC.                                             <PH2687>
      /
       LINKAGE SECTION.

      *
      *  Pending interest on this instalment, due date to today.
      *
           MOVE 'N'                    TO WSAA-INT-WAIVED.              <PH2687>
           IF LINSRNL-INSTFROM          < WSAA-TODAY                    <PH2687>
              PERFORM 2360-CHECK-MORATORIUM                             <PH2687>
           END-IF.                                                      <PH2687>
      *                                                                 <PH2687>
           IF  LINSRNL-INSTFROM         < WSAA-TODAY                    <PH2687>
           AND WSAA-INT-WAIVED      NOT = 'Y'                           <PH2687>
              MOVE SPACES              TO INTC-INTCALC-REC
              MOVE ZERO                TO INTC-LOAN-NUMBER
              MOVE LINSRNL-CHDRCOY     TO INTC-CHDRCOY
      *
       2359-EXIT.
           EXIT.
      /                                                                 <PH2687>
       2360-CHECK-MORATORIUM SECTION.                                   <PH2687>
      *******************************                                   <PH2687>
       2361-START.                                                      <PH2687>
      *                                                                 <PH2687>
      *  Late interest is waived when a disaster-area moratorium        <PH2687>
      *  granting the waiver overlaps the instalment's arrears.         <PH2687>
      *                                                                 <PH2687>
           INITIALIZE                  ZMCK-ZMORCHK-REC.                <PH2687>
           MOVE LINSRNL-CHDRCOY        TO ZMCK-CHDRCOY.                 <PH2687>
           MOVE LINSRNL-CHDRNUM        TO ZMCK-CHDRNUM.                 <PH2687>
           MOVE LINSRNL-INSTFROM       TO ZMCK-EFFDATE.                 <PH2687>
           MOVE WSAA-TODAY             TO ZMCK-TODATE.                  <PH2687>
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
           AND ZMCK-INTWAIVE            = 'Y'                           <PH2687>
               MOVE 'Y'                TO WSAA-INT-WAIVED               <PH2687>
           END-IF.                                                      <PH2687>
      *                                                                 <PH2687>
       2369-EXIT.                                                       <PH2687>
           EXIT.                                                        <PH2687>
      /
       2400-CALC-SUSPENSE SECTION.
      ****************************
