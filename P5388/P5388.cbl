      * reach 'AS': P5361 checks this register before accepting
      * the progression.
      *
      * An item is only received against evidence: at least one         <PH2689>
      * scanned document indexed to it on the ZDOC register (loaded     <PH2689>
      * nightly from the imaging system by B5459).                      <PH2689>
      *                                                                 <PH2689>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * 02/09/26  01/01   PH2636       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2689       Phi Tran - IT DEV                    *
      *           Received only with a scanned document indexed to          *
      *           the claim requirement on ZDOC.                            *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-ZCRQ-EXISTS            PIC X(01) VALUE 'N'.
       01  WSAA-DOC-FOUND              PIC X(01) VALUE 'N'.             <PH2689>
       01  WSAA-ZDOC-EOF               PIC X(01) VALUE 'N'.             <PH2689>
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  B369                    PIC X(04) VALUE 'B369'.
           03  H118                    PIC X(04) VALUE 'H118'.
           03  EV40                    PIC X(04) VALUE 'EV40'.          <PH2689>
      *
       01  FORMATS.
           03  ZCRQREC                 PIC X(10) VALUE 'ZCRQREC'.
           03  ZDOCCLMREC              PIC X(10) VALUE 'ZDOCCLMREC'.    <PH2689>
      /
           COPY VARCOM.
      /
           COPY CONERRREC.
      /
           COPY ZCRQSKM.
           COPY ZDOCCLMSKM.                                             <PH2689>
           COPY DATCON1REC.
      /
       LINKAGE SECTION.
              END-IF
           END-IF.
      *
           IF  WSSP-FLAG                = 'M'                           <PH2689>
           AND S5388-NEWSTAT            = 'R'                           <PH2689>
               PERFORM 2400-CHECK-DOCUMENT                              <PH2689>
               IF WSAA-DOC-FOUND    NOT = 'Y'                           <PH2689>
                  MOVE EV40            TO S5388-NEWSTAT-ERR             <PH2689>
               END-IF                                                   <PH2689>
           END-IF.                                                      <PH2689>
      *                                                                 <PH2689>
       2080-CHECK-FOR-ERRORS.
      *
           IF S5388-ERROR-INDICATORS
       2290-EXIT.
           EXIT.
      /
       2400-CHECK-DOCUMENT SECTION.                                     <PH2689>
      *****************************                                     <PH2689>
       2410-START.                                                      <PH2689>
      *                                                                 <PH2689>
      *  A scanned document indexed to this claim requirement.          <PH2689>
      *                                                                 <PH2689>
           MOVE 'N'                    TO WSAA-DOC-FOUND                <PH2689>
                                          WSAA-ZDOC-EOF.                <PH2689>
      *                                                                 <PH2689>
           INITIALIZE                  ZDOCCLM-PARAMS.                  <PH2689>
           MOVE WSSP-COMPANY           TO ZDOCCLM-CHDRCOY.              <PH2689>
           MOVE S5388-CLAMNUM          TO ZDOCCLM-CLAMNUM.              <PH2689>
           MOVE ZDOCCLMREC             TO ZDOCCLM-FORMAT.               <PH2689>
           MOVE BEGN                   TO ZDOCCLM-FUNCTION.             <PH2689>
      *                                                                 <PH2689>
           PERFORM 2450-READ-DOCUMENT                                   <PH2689>
               UNTIL WSAA-ZDOC-EOF      = 'Y'.                          <PH2689>
      *                                                                 <PH2689>
       2449-EXIT.                                                       <PH2689>
           EXIT.                                                        <PH2689>
      /                                                                 <PH2689>
       2450-READ-DOCUMENT SECTION.                                      <PH2689>
      ****************************                                      <PH2689>
       2451-READ.                                                       <PH2689>
      *                                                                 <PH2689>
           CALL 'ZDOCCLMIO'         USING ZDOCCLM-PARAMS.               <PH2689>
      *                                                                 <PH2689>
           IF ZDOCCLM-STATUZ        NOT = O-K AND ENDP                  <PH2689>
              MOVE ZDOCCLM-STATUZ      TO SYSR-STATUZ                   <PH2689>
              MOVE ZDOCCLM-PARAMS      TO SYSR-PARAMS                   <PH2689>
              PERFORM 600-FATAL-ERROR                                   <PH2689>
           END-IF.                                                      <PH2689>
      *                                                                 <PH2689>
           IF ZDOCCLM-STATUZ            = ENDP                          <PH2689>
           OR ZDOCCLM-CHDRCOY       NOT = WSSP-COMPANY                  <PH2689>
           OR ZDOCCLM-CLAMNUM       NOT = S5388-CLAMNUM                 <PH2689>
              MOVE 'Y'                 TO WSAA-ZDOC-EOF                 <PH2689>
              GO TO 2459-EXIT                                           <PH2689>
           END-IF.                                                      <PH2689>
      *                                                                 <PH2689>
           MOVE NEXTR                  TO ZDOCCLM-FUNCTION.             <PH2689>
      *                                                                 <PH2689>
           IF  ZDOCCLM-REQTYPE          = 'C'                           <PH2689>
           AND ZDOCCLM-REQSEQ           = S5388-REQSEQ                  <PH2689>
               MOVE 'Y'                TO WSAA-DOC-FOUND                <PH2689>
               MOVE 'Y'                TO WSAA-ZDOC-EOF                 <PH2689>
           END-IF.                                                      <PH2689>
      *                                                                 <PH2689>
       2459-EXIT.                                                       <PH2689>
           EXIT.                                                        <PH2689>
      /                                                                 <PH2689>
      *****************************************************************
      *     Update Database if required and Log Transaction
      *****************************************************************
