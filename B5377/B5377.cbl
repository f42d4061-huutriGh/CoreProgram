      *   written HELD with status 'U' instead of being queued.         <PHFX94>
      *   B5378 re-queues such items once the address is corrected.     <PHFX94>
      *                                                                 <PHFX94>
      *   A client marked deceased on CLTS (status 'DC', set by the     <PH2665>
      *   death registration P5360) has every item written HELD with    <PH2665>
      *   status 'D' - nothing further is sent to the deceased, on      <PH2665>
      *   any channel.                                                  <PH2665>
      *                                                                 <PH2665>
      *   Control totals:
      *     01  -  Letter requests routed
      *     02  -  Statement lines routed
      *     03  -  Items held - do not contact
      *     04  -  Items held - undeliverable address                   <PHFX94>
      *     05  -  Items held - client deceased                         <PH2665>
      *
      *   Error Processing:
      *     If a system error move the error code into the SYSR-STATUZ
      *           The statement file is now multi-member (one per           *
      *           statement occurrence) - read all members.                 *
      *                                                                     *
      * 15/10/26  01/01   PH2665       Phi Tran - IT DEV                    *
      *           Hold every item to a client marked deceased on CLTS       *
      *           (status 'D', control total 05).                           *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSAA-ADDR-CNT               PIC 9(07) COMP-3 VALUE 0.        <PHFX94>
       01  WSAA-HPAD-CHDRCOY           PIC X(01) VALUE SPACES.          <PHFX94>
       01  WSAA-HPAD-CHDRNUM           PIC X(08) VALUE SPACES.          <PHFX94>
       01  WSAA-DECD                   PIC X(01) VALUE 'N'.             <PH2665>
       01  WSAA-DECD-CNT               PIC 9(07) COMP-3 VALUE 0.        <PH2665>
      *
       01  FORMATS.
           03  ZCNPREC                 PIC X(10) VALUE 'ZCNPREC'.
           03  HPADREC                 PIC X(10) VALUE 'HPADREC'.       <PHFX94>
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.       <PH2665>
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.              <PHFX94>
           03  CT05                    PIC 9(02) VALUE 05.              <PH2665>
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY ZCNPSKM.
           COPY CHDRLIFSKM.
           COPY HPADSKM.                                                <PHFX94>
           COPY CLTSSKM.                                                <PH2665>
      /
      *
       LINKAGE SECTION.
                 MOVE 'Y'              TO WSAA-HELD
              END-IF
           END-IF.
      *                                                                 <PH2665>
      *  A deceased client is sent nothing at all.                      <PH2665>
      *                                                                 <PH2665>
           MOVE 'N'                    TO WSAA-DECD.                    <PH2665>
      *                                                                 <PH2665>
           INITIALIZE                  CLTS-PARAMS.                     <PH2665>
           MOVE 'CN'                   TO CLTS-CLNTPFX.                 <PH2665>
           MOVE '9'                    TO CLTS-CLNTCOY.                 <PH2665>
           MOVE WSAA-CLNTNUM           TO CLTS-CLNTNUM.                 <PH2665>
           MOVE CLTSREC                TO CLTS-FORMAT.                  <PH2665>
           MOVE READR                  TO CLTS-FUNCTION.                <PH2665>
      *                                                                 <PH2665>
           CALL 'CLTSIO'            USING CLTS-PARAMS.                  <PH2665>
      *                                                                 <PH2665>
           IF CLTS-STATUZ           NOT = O-K AND MRNF                  <PH2665>
              MOVE CLTS-STATUZ         TO SYSR-STATUZ                   <PH2665>
              MOVE CLTS-PARAMS         TO SYSR-PARAMS                   <PH2665>
              PERFORM 600-FATAL-ERROR                                   <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           IF  CLTS-STATUZ              = O-K                           <PH2665>
           AND CLTS-CLTSTAT (1:2)       = 'DC'                          <PH2665>
               MOVE 'Y'                TO WSAA-DECD                     <PH2665>
           END-IF.                                                      <PH2665>
      *
       2690-EXIT.
           EXIT.
           MOVE WSAA-CHANNEL           TO CHANNEL   OF ZDSPPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE   OF ZDSPPF.
      *
           IF WSAA-DECD                 = 'Y'                           <PH2665>
              MOVE 'D'                 TO DSPSTAT   OF ZDSPPF           <PH2665>
              ADD 1                    TO WSAA-DECD-CNT                 <PH2665>
              MOVE CT05                TO CONT-TOTNO                    <PH2665>
              MOVE 1                   TO CONT-TOTVAL                   <PH2665>
              PERFORM 001-CALL-CONTOT                                   <PH2665>
           ELSE                                                         <PH2665>
      **** IF WSAA-HELD                 = 'Y'                           <PH2665>
      ****    MOVE 'H'                 TO DSPSTAT   OF ZDSPPF           <PH2665>
      ****    ADD 1                    TO WSAA-HELD-CNT                 <PH2665>
      ****    MOVE CT03                TO CONT-TOTNO                    <PH2665>
      ****    MOVE 1                   TO CONT-TOTVAL                   <PH2665>
      ****    PERFORM 001-CALL-CONTOT                                   <PH2665>
      **** ELSE                                                         <PH2665>
      ****    IF WSAA-ADDR-HELD         = 'Y'                           <PH2665>
      ****       MOVE 'U'              TO DSPSTAT   OF ZDSPPF           <PH2665>
      ****       ADD 1                 TO WSAA-ADDR-CNT                 <PH2665>
      ****       MOVE CT04             TO CONT-TOTNO                    <PH2665>
      ****       MOVE 1                TO CONT-TOTVAL                   <PH2665>
      ****       PERFORM 001-CALL-CONTOT                                <PH2665>
      ****    ELSE                                                      <PH2665>
      ****       MOVE 'Q'              TO DSPSTAT   OF ZDSPPF           <PH2665>
      ****    END-IF                                                    <PH2665>
      **** END-IF.                                                      <PH2665>
              IF WSAA-HELD              = 'Y'                           <PH2665>
                 MOVE 'H'              TO DSPSTAT   OF ZDSPPF           <PH2665>
                 ADD 1                 TO WSAA-HELD-CNT                 <PH2665>
                 MOVE CT03             TO CONT-TOTNO                    <PH2665>
                 MOVE 1                TO CONT-TOTVAL                   <PH2665>
                 PERFORM 001-CALL-CONTOT                                <PH2665>
              ELSE                                                      <PH2665>
                 IF WSAA-ADDR-HELD      = 'Y'                           <PH2665>
                    MOVE 'U'           TO DSPSTAT   OF ZDSPPF           <PH2665>
                    ADD 1              TO WSAA-ADDR-CNT                 <PH2665>
                    MOVE CT04          TO CONT-TOTNO                    <PH2665>
                    MOVE 1             TO CONT-TOTVAL                   <PH2665>
                    PERFORM 001-CALL-CONTOT                             <PH2665>
                 ELSE                                                   <PH2665>
                    MOVE 'Q'           TO DSPSTAT   OF ZDSPPF           <PH2665>
                 END-IF                                                 <PH2665>
              END-IF                                                    <PH2665>
           END-IF.                                                      <PH2665>
      *
           WRITE ZDSPPF-REC.
      *
           DISPLAY 'B5377 OUTPUT DISPATCH SUMMARY'.
           DISPLAY 'ITEMS HELD - DO NOT CONTACT: ' WSAA-HELD-CNT.
           DISPLAY 'ITEMS HELD - BAD ADDRESS   : ' WSAA-ADDR-CNT.       <PHFX94>
           DISPLAY 'ITEMS HELD - DECEASED      : ' WSAA-DECD-CNT.       <PH2665>
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
           MOVE WSAA-CHANNEL           TO CHANNEL   OF ZDSPPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REPDATE   OF ZDSPPF.
      *
           IF WSAA-DECD                 = 'Y'                           <PH2665>
              MOVE 'D'                 TO DSPSTAT   OF ZDSPPF           <PH2665>
              ADD 1                    TO WSAA-DECD-CNT                 <PH2665>
              MOVE CT05                TO CONT-TOTNO                    <PH2665>
              MOVE 1                   TO CONT-TOTVAL                   <PH2665>
              PERFORM 001-CALL-CONTOT                                   <PH2665>
           ELSE                                                         <PH2665>
      **** IF WSAA-HELD                 = 'Y'                           <PH2665>
      ****    MOVE 'H'                 TO DSPSTAT   OF ZDSPPF           <PH2665>
      ****    ADD 1                    TO WSAA-HELD-CNT                 <PH2665>
      ****    MOVE CT03                TO CONT-TOTNO                    <PH2665>
      ****    MOVE 1                   TO CONT-TOTVAL                   <PH2665>
      ****    PERFORM 001-CALL-CONTOT                                   <PH2665>
      **** ELSE                                                         <PH2665>
      ****    IF WSAA-ADDR-HELD         = 'Y'                           <PH2665>
      ****       MOVE 'U'              TO DSPSTAT   OF ZDSPPF           <PH2665>
      ****       ADD 1                 TO WSAA-ADDR-CNT                 <PH2665>
      ****       MOVE CT04             TO CONT-TOTNO                    <PH2665>
      ****       MOVE 1                TO CONT-TOTVAL                   <PH2665>
      ****       PERFORM 001-CALL-CONTOT                                <PH2665>
      ****    ELSE                                                      <PH2665>
      ****       MOVE 'Q'              TO DSPSTAT   OF ZDSPPF           <PH2665>
      ****    END-IF                                                    <PH2665>
      **** END-IF.                                                      <PH2665>
              IF WSAA-HELD              = 'Y'                           <PH2665>
                 MOVE 'H'              TO DSPSTAT   OF ZDSPPF           <PH2665>
                 ADD 1                 TO WSAA-HELD-CNT                 <PH2665>
                 MOVE CT03             TO CONT-TOTNO                    <PH2665>
                 MOVE 1                TO CONT-TOTVAL                   <PH2665>
                 PERFORM 001-CALL-CONTOT                                <PH2665>
              ELSE                                                      <PH2665>
                 IF WSAA-ADDR-HELD      = 'Y'                           <PH2665>
                    MOVE 'U'           TO DSPSTAT   OF ZDSPPF           <PH2665>
                    ADD 1              TO WSAA-ADDR-CNT                 <PH2665>
                    MOVE CT04          TO CONT-TOTNO                    <PH2665>
                    MOVE 1             TO CONT-TOTVAL                   <PH2665>
                    PERFORM 001-CALL-CONTOT                             <PH2665>
                 ELSE                                                   <PH2665>
                    MOVE 'Q'           TO DSPSTAT   OF ZDSPPF           <PH2665>
                 END-IF                                                 <PH2665>
              END-IF                                                    <PH2665>
           END-IF.                                                      <PH2665>
      *
           WRITE ZDSPPF-REC.
      *
