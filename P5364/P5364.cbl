      * (TV095) and fails the proposal unless an override is on
      * file.
      *
      * On an in-force contract (CHDRLIF) the relationship is           <PH2696>
      * recorded for the client keyed as owner - the proposed new       <PH2696>
      * owner before a change of ownership (P5409), which needs an      <PH2696>
      * insurable interest in every life.  Left blank, the present      <PH2696>
      * owner is taken.                                                 <PH2696>
      *                                                                 <PH2696>
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * 22/08/26  01/01   PHFX85       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2696       Phi Tran - IT DEV                    *
      *           In-force contracts (CHDRLIF): relationship recorded       *
      *           for the keyed new owner.                                  *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-RELN-CLNTCOY           PIC X(01) VALUE SPACES.          <PH2696>
       01  WSAA-RELN-CLNTNUM           PIC X(08) VALUE SPACES.          <PH2696>
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
       01  FORMATS.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.    <PH2696>
      /
           COPY VARCOM.
      /
           COPY CONERRREC.
      /
           COPY CHDRLNBSKM.
           COPY CHDRLIFSKM.                                             <PH2696>
           COPY CLTSSKM.
           COPY CLTRELNREC.
           COPY ZIOVSKM.
           END-IF.
      *
           IF CHDRLNB-STATUZ            = MRNF
      ****    MOVE E005                TO S5364-CHDRNUM-ERR             <PH2696>
      ****    GO TO 2080-CHECK-FOR-ERRORS                               <PH2696>
              PERFORM 2200-READ-INFORCE                                 <PH2696>
              IF S5364-ERROR-INDICATORS                                 <PH2696>
                                    NOT = SPACES                        <PH2696>
                 GO TO 2080-CHECK-FOR-ERRORS                            <PH2696>
              END-IF                                                    <PH2696>
           ELSE                                                         <PH2696>
              MOVE CHDRLNB-COWNCOY     TO WSAA-RELN-CLNTCOY             <PH2696>
              MOVE CHDRLNB-COWNNUM     TO S5364-CLNTNUM                 <PH2696>
           END-IF.
      *
      **** MOVE CHDRLNB-COWNNUM        TO S5364-CLNTNUM.                <PH2696>
           MOVE S5364-CLNTNUM          TO WSAA-RELN-CLNTNUM.            <PH2696>
      *
           IF WSSP-FLAG                 = 'A'
              IF S5364-LIFCNUM          = SPACES
      *
       2190-EXIT.
           EXIT.
      /                                                                 <PH2696>
       2200-READ-INFORCE SECTION.                                       <PH2696>
      ***************************                                       <PH2696>
       2210-START.                                                      <PH2696>
      *                                                                 <PH2696>
           INITIALIZE                  CHDRLIF-PARAMS.                  <PH2696>
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.              <PH2696>
           MOVE S5364-CHDRNUM          TO CHDRLIF-CHDRNUM.              <PH2696>
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.               <PH2696>
           MOVE READR                  TO CHDRLIF-FUNCTION.             <PH2696>
      *                                                                 <PH2696>
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.               <PH2696>
      *                                                                 <PH2696>
           IF CHDRLIF-STATUZ        NOT = O-K AND MRNF                  <PH2696>
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ                   <PH2696>
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS                   <PH2696>
              PERFORM 600-FATAL-ERROR                                   <PH2696>
           END-IF.                                                      <PH2696>
      *                                                                 <PH2696>
           IF CHDRLIF-STATUZ            = MRNF                          <PH2696>
              MOVE E005                TO S5364-CHDRNUM-ERR             <PH2696>
              GO TO 2290-EXIT                                           <PH2696>
           END-IF.                                                      <PH2696>
      *                                                                 <PH2696>
      *  The relationship is that of the client keyed as owner -        <PH2696>
      *  the proposed new owner - or else of the present owner.         <PH2696>
      *                                                                 <PH2696>
           MOVE WSSP-FSUCO             TO WSAA-RELN-CLNTCOY.            <PH2696>
      *                                                                 <PH2696>
           IF S5364-CLNTNUM             = SPACES                        <PH2696>
              MOVE CHDRLIF-COWNNUM     TO S5364-CLNTNUM                 <PH2696>
              GO TO 2290-EXIT                                           <PH2696>
           END-IF.                                                      <PH2696>
      *                                                                 <PH2696>
           INITIALIZE                  CLTS-PARAMS.                     <PH2696>
           MOVE 'CN'                   TO CLTS-CLNTPFX.                 <PH2696>
           MOVE WSSP-FSUCO             TO CLTS-CLNTCOY.                 <PH2696>
           MOVE S5364-CLNTNUM          TO CLTS-CLNTNUM.                 <PH2696>
           MOVE CLTSREC                TO CLTS-FORMAT.                  <PH2696>
           MOVE READR                  TO CLTS-FUNCTION.                <PH2696>
      *                                                                 <PH2696>
           CALL 'CLTSIO'            USING CLTS-PARAMS.                  <PH2696>
      *                                                                 <PH2696>
           IF CLTS-STATUZ           NOT = O-K AND MRNF                  <PH2696>
              MOVE CLTS-STATUZ         TO SYSR-STATUZ                   <PH2696>
              MOVE CLTS-PARAMS         TO SYSR-PARAMS                   <PH2696>
              PERFORM 600-FATAL-ERROR                                   <PH2696>
           END-IF.                                                      <PH2696>
      *                                                                 <PH2696>
           IF CLTS-STATUZ               = MRNF                          <PH2696>
              MOVE E005                TO S5364-CLNTNUM-ERR             <PH2696>
           END-IF.                                                      <PH2696>
      *                                                                 <PH2696>
       2290-EXIT.                                                       <PH2696>
           EXIT.                                                        <PH2696>
      /
      *****************************************************************
      *     Update Database if required and Log Transaction
      *
           INITIALIZE                  CLTRELN-PARAMS.
           MOVE 'CN'                   TO CLTRELN-CLNTPFX.
      **** MOVE CHDRLNB-COWNCOY        TO CLTRELN-CLNTCOY.              <PH2696>
      **** MOVE CHDRLNB-COWNNUM        TO CLTRELN-CLNTNUM.              <PH2696>
           MOVE WSAA-RELN-CLNTCOY      TO CLTRELN-CLNTCOY.              <PH2696>
           MOVE WSAA-RELN-CLNTNUM      TO CLTRELN-CLNTNUM.              <PH2696>
           MOVE S5364-LIFCNUM          TO CLTRELN-FORENUM.
           MOVE S5364-RELCODE          TO CLTRELN-RELCODE.
           MOVE 'CLTRELNREC'           TO CLTRELN-FORMAT.
