      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5404.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *           TEMPORARY RECEIPT BOOK MAINTENANCE
      *           ==================================
      *
      * Keeps the ZRBK register of pre-numbered temporary receipt
      * books handed to field agents, and the ZTRS register of the
      * slips in them.  Slips are marked used by PR289 when the
      * official receipt is raised; this screen records the rest:
      *
      *     action 'I' - issue book BOOKNO, slips FROMNUM to TONUM,
      *                  to agent AGNTNUM.  The agent must hold a
      *                  live agreement, the book number must be
      *                  new and the range may not overlap any
      *                  other book;
      *     action 'R' - the issued book BOOKNO has come back from
      *                  the agent;
      *     action 'C' - slip SLIPNO was cancelled by the agent.
      *                  RETURNED is 'Y' once the spoilt slip itself
      *                  is handed in; the action may be repeated to
      *                  change it.  A slip already used on a receipt
      *                  cannot be cancelled.
      *     action 'T' - the agent reports slip SLIPNO written for      <PH2684>
      *                  COLLAMT collected on COLLDATE.  The slip       <PH2684>
      *                  stands outstanding until PR289 receipts        <PH2684>
      *                  the money; B5453 ages it daily in working      <PH2684>
      *                  days and holds the agent's commission when     <PH2684>
      *                  it is kept too long.                           <PH2684>
      *
      * B5452 reports the exceptions weekly, and P5378 will not
      * settle a terminated agent who still holds an issued book.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2683       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2684       Phi Tran - IT DEV                    *
      *           Action 'T' records a slip the agent reports written,      *
      *           with the amount and date collected, as outstanding        *
      *           ('O') until receipted; cancelling such a slip marks it    *
      *           cancelled.                                                *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WSAA-PROG                   PIC X(05) VALUE 'P5404'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-DTETRM                 PIC 9(08) VALUE 0.
       01  WSAA-BOOK-FOUND             PIC X(01) VALUE 'N'.
       01  WSAA-SLIP-FOUND             PIC X(01) VALUE 'N'.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  EV33                    PIC X(04) VALUE 'EV33'.
           03  EV34                    PIC X(04) VALUE 'EV34'.
           03  EV35                    PIC X(04) VALUE 'EV35'.
           03  EV37                    PIC X(04) VALUE 'EV37'.
      *
       01  FORMATS.
           03  AGLFREC                 PIC X(10) VALUE 'AGLFREC'.
           03  ZRBKREC                 PIC X(10) VALUE 'ZRBKREC'.
           03  ZRBKRNGREC              PIC X(10) VALUE 'ZRBKRNGREC'.
           03  ZTRSREC                 PIC X(10) VALUE 'ZTRSREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY AGLFSKM.
           COPY ZRBKSKM.
           COPY ZRBKRNGSKM.
           COPY ZTRSSKM.
           COPY NAMADRSREC.
           COPY DATCON1REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5404SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5404-DATA-AREA.

           COPY MAING.
      /
      *****************************************************************
      *      Initialise Fields for showing on Screen
      *****************************************************************
      *
       1000-INITIALISE SECTION.
      *************************
      *
       1010-INITIALISE.
      *
           MOVE SPACES                 TO S5404-DATA-AREA.
           MOVE ZEROES                 TO S5404-FROMNUM
                                          S5404-TONUM
                                          S5404-SLIPNO.
           MOVE ZEROES                 TO S5404-COLLDATE                <PH2684>
                                          S5404-COLLAMT.                <PH2684>
      *
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-EXT-DATE          TO WSAA-TODAY.
      *
       1090-EXIT.
            EXIT.
      /
       PRE-SCREEN-EDIT SECTION.
      *************************
      *
       PRE-START.
            GO TO PRE-EXIT.
      *
       PRE-EXIT.
           EXIT.
      /
      *****************************************************************
      *     Retrieve Screen Fields and Edit
      *****************************************************************
      *
       2000-SCREEN-EDIT SECTION.
      **************************
      *
       2010-SCREEN-IO.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
       2020-VALIDATE.
      *
           EVALUATE S5404-ZACTION
           WHEN 'I'
              PERFORM 2100-VALIDATE-ISSUE
           WHEN 'R'
              PERFORM 2200-VALIDATE-RETURN
           WHEN 'C'
              PERFORM 2300-VALIDATE-CANCEL
           WHEN 'T'                                                     <PH2684>
              PERFORM 2500-VALIDATE-COLLECTION                          <PH2684>
           WHEN OTHER
              MOVE E186                TO S5404-ZACTION-ERR
           END-EVALUATE.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5404-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-VALIDATE-ISSUE SECTION.
      *****************************
       2110-START.
      *
           IF S5404-BOOKNO              = SPACES
              MOVE E005                TO S5404-BOOKNO-ERR
              GO TO 2190-EXIT
           END-IF.
      *
           IF S5404-AGNTNUM             = SPACES
              MOVE E005                TO S5404-AGNTNUM-ERR
              GO TO 2190-EXIT
           END-IF.
      *
      *  The agreement must exist and not be terminated.
      *
           INITIALIZE                  AGLF-PARAMS.
           MOVE WSSP-COMPANY           TO AGLF-AGNTCOY.
           MOVE S5404-AGNTNUM          TO AGLF-AGNTNUM.
           MOVE AGLFREC                TO AGLF-FORMAT.
           MOVE READR                  TO AGLF-FUNCTION.
      *
           CALL 'AGLFIO'            USING AGLF-PARAMS.
      *
           IF AGLF-STATUZ           NOT = O-K AND MRNF
              MOVE AGLF-STATUZ         TO SYSR-STATUZ
              MOVE AGLF-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF AGLF-STATUZ               = MRNF
              MOVE E005                TO S5404-AGNTNUM-ERR
              GO TO 2190-EXIT
           END-IF.
      *
           PERFORM 2900-GET-AGENT-NAME.
      *
           MOVE AGLF-DTETRM            TO WSAA-DTETRM.
           IF  WSAA-DTETRM              > ZERO
           AND WSAA-DTETRM              < 99999999
           AND WSAA-DTETRM          NOT > WSAA-TODAY
               MOVE EV37               TO S5404-AGNTNUM-ERR
               GO TO 2190-EXIT
           END-IF.
      *
           IF S5404-FROMNUM             = ZERO
           OR S5404-TONUM               < S5404-FROMNUM
              MOVE E186                TO S5404-TONUM-ERR
              GO TO 2190-EXIT
           END-IF.
      *
           INITIALIZE                  ZRBK-PARAMS.
           MOVE WSSP-COMPANY           TO ZRBK-COMPANY.
           MOVE S5404-BOOKNO           TO ZRBK-BOOKNO.
           MOVE ZRBKREC                TO ZRBK-FORMAT.
           MOVE READR                  TO ZRBK-FUNCTION.
      *
           CALL 'ZRBKIO'            USING ZRBK-PARAMS.
      *
           IF ZRBK-STATUZ           NOT = O-K AND MRNF
              MOVE ZRBK-STATUZ         TO SYSR-STATUZ
              MOVE ZRBK-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRBK-STATUZ               = O-K
              MOVE EV35                TO S5404-BOOKNO-ERR
              GO TO 2190-EXIT
           END-IF.
      *
      *  The first book ending at or above the new range start
      *  overlaps it if it also starts at or below the range end.
      *
           INITIALIZE                  ZRBKRNG-PARAMS.
           MOVE WSSP-COMPANY           TO ZRBKRNG-COMPANY.
           MOVE S5404-FROMNUM          TO ZRBKRNG-TONUM.
           MOVE ZRBKRNGREC             TO ZRBKRNG-FORMAT.
           MOVE BEGN                   TO ZRBKRNG-FUNCTION.
      *
           CALL 'ZRBKRNGIO'         USING ZRBKRNG-PARAMS.
      *
           IF ZRBKRNG-STATUZ        NOT = O-K AND ENDP
              MOVE ZRBKRNG-STATUZ      TO SYSR-STATUZ
              MOVE ZRBKRNG-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF  ZRBKRNG-STATUZ           = O-K
           AND ZRBKRNG-COMPANY          = WSSP-COMPANY
           AND ZRBKRNG-FROMNUM      NOT > S5404-TONUM
               MOVE EV35               TO S5404-FROMNUM-ERR
               GO TO 2190-EXIT
           END-IF.
      *
           MOVE 'I'                    TO S5404-BKSTAT.
      *
       2190-EXIT.
           EXIT.
      /
       2200-VALIDATE-RETURN SECTION.
      ******************************
       2210-START.
      *
           IF S5404-BOOKNO              = SPACES
              MOVE E005                TO S5404-BOOKNO-ERR
              GO TO 2290-EXIT
           END-IF.
      *
           INITIALIZE                  ZRBK-PARAMS.
           MOVE WSSP-COMPANY           TO ZRBK-COMPANY.
           MOVE S5404-BOOKNO           TO ZRBK-BOOKNO.
           MOVE ZRBKREC                TO ZRBK-FORMAT.
           MOVE READR                  TO ZRBK-FUNCTION.
      *
           CALL 'ZRBKIO'            USING ZRBK-PARAMS.
      *
           IF ZRBK-STATUZ           NOT = O-K AND MRNF
              MOVE ZRBK-STATUZ         TO SYSR-STATUZ
              MOVE ZRBK-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRBK-STATUZ               = MRNF
              MOVE E005                TO S5404-BOOKNO-ERR
              GO TO 2290-EXIT
           END-IF.
      *
           MOVE ZRBK-AGNTNUM           TO S5404-AGNTNUM.
           MOVE ZRBK-FROMNUM           TO S5404-FROMNUM.
           MOVE ZRBK-TONUM             TO S5404-TONUM.
           MOVE ZRBK-BKSTAT            TO S5404-BKSTAT.
           PERFORM 2900-GET-AGENT-NAME.
      *
           IF ZRBK-BKSTAT           NOT = 'I'
              MOVE E186                TO S5404-BOOKNO-ERR
              GO TO 2290-EXIT
           END-IF.
      *
       2290-EXIT.
           EXIT.
      /
       2300-VALIDATE-CANCEL SECTION.
      ******************************
       2310-START.
      *
           IF S5404-SLIPNO              = ZERO
              MOVE E005                TO S5404-SLIPNO-ERR
              GO TO 2390-EXIT
           END-IF.
      *
           IF S5404-RETURNED        NOT = 'Y' AND 'N'
              MOVE E186                TO S5404-RETURNED-ERR
              GO TO 2390-EXIT
           END-IF.
      *
      *  The slip must lie inside a book on the register.
      *
           PERFORM 2400-FIND-BOOK.
      *
           IF WSAA-BOOK-FOUND       NOT = 'Y'
              MOVE EV33                TO S5404-SLIPNO-ERR
              GO TO 2390-EXIT
           END-IF.
      *
           MOVE ZRBKRNG-BOOKNO         TO S5404-BOOKNO.
           MOVE ZRBKRNG-AGNTNUM        TO S5404-AGNTNUM.
           MOVE ZRBKRNG-FROMNUM        TO S5404-FROMNUM.
           MOVE ZRBKRNG-TONUM          TO S5404-TONUM.
           MOVE ZRBKRNG-BKSTAT         TO S5404-BKSTAT.
           PERFORM 2900-GET-AGENT-NAME.
      *
           INITIALIZE                  ZTRS-PARAMS.
           MOVE WSSP-COMPANY           TO ZTRS-COMPANY.
           MOVE S5404-SLIPNO           TO ZTRS-SLIPNO.
           MOVE ZTRSREC                TO ZTRS-FORMAT.
           MOVE READR                  TO ZTRS-FUNCTION.
      *
           CALL 'ZTRSIO'            USING ZTRS-PARAMS.
      *
           IF ZTRS-STATUZ           NOT = O-K AND MRNF
              MOVE ZTRS-STATUZ         TO SYSR-STATUZ
              MOVE ZTRS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF  ZTRS-STATUZ              = O-K
           AND ZTRS-SLIPSTAT            = 'U'
               MOVE EV34               TO S5404-SLIPNO-ERR
               GO TO 2390-EXIT
           END-IF.
      *
       2390-EXIT.
           EXIT.
      /
       2400-FIND-BOOK SECTION.
      ************************
       2410-START.
      *
      *  The first book ending at or above the slip holds it if
      *  it also starts at or below it.
      *
           MOVE 'N'                    TO WSAA-BOOK-FOUND.
      *
           INITIALIZE                  ZRBKRNG-PARAMS.
           MOVE WSSP-COMPANY           TO ZRBKRNG-COMPANY.
           MOVE S5404-SLIPNO           TO ZRBKRNG-TONUM.
           MOVE ZRBKRNGREC             TO ZRBKRNG-FORMAT.
           MOVE BEGN                   TO ZRBKRNG-FUNCTION.
      *
           CALL 'ZRBKRNGIO'         USING ZRBKRNG-PARAMS.
      *
           IF ZRBKRNG-STATUZ        NOT = O-K AND ENDP
              MOVE ZRBKRNG-STATUZ      TO SYSR-STATUZ
              MOVE ZRBKRNG-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF  ZRBKRNG-STATUZ           = O-K
           AND ZRBKRNG-COMPANY          = WSSP-COMPANY
           AND ZRBKRNG-FROMNUM      NOT > S5404-SLIPNO
               MOVE 'Y'                TO WSAA-BOOK-FOUND
           END-IF.
      *
       2490-EXIT.
           EXIT.
      /
       2500-VALIDATE-COLLECTION SECTION.                                <PH2684>
      **********************************                                <PH2684>
       2510-START.                                                      <PH2684>
      *                                                                 <PH2684>
           IF S5404-SLIPNO              = ZERO                          <PH2684>
              MOVE E005                TO S5404-SLIPNO-ERR              <PH2684>
              GO TO 2590-EXIT                                           <PH2684>
           END-IF.                                                      <PH2684>
      *                                                                 <PH2684>
           IF S5404-COLLDATE            = ZERO                          <PH2684>
           OR S5404-COLLDATE            > WSAA-TODAY                    <PH2684>
              MOVE E186                TO S5404-COLLDATE-ERR            <PH2684>
              GO TO 2590-EXIT                                           <PH2684>
           END-IF.                                                      <PH2684>
      *                                                                 <PH2684>
           IF S5404-COLLAMT         NOT > ZERO                          <PH2684>
              MOVE E186                TO S5404-COLLAMT-ERR             <PH2684>
              GO TO 2590-EXIT                                           <PH2684>
           END-IF.                                                      <PH2684>
      *                                                                 <PH2684>
      *  The slip must lie inside a book still out with the agent.      <PH2684>
      *                                                                 <PH2684>
           PERFORM 2400-FIND-BOOK.                                      <PH2684>
      *                                                                 <PH2684>
           IF WSAA-BOOK-FOUND       NOT = 'Y'                           <PH2684>
           OR ZRBKRNG-BKSTAT        NOT = 'I'                           <PH2684>
              MOVE EV33                TO S5404-SLIPNO-ERR              <PH2684>
              GO TO 2590-EXIT                                           <PH2684>
           END-IF.                                                      <PH2684>
      *                                                                 <PH2684>
           MOVE ZRBKRNG-BOOKNO         TO S5404-BOOKNO.                 <PH2684>
           MOVE ZRBKRNG-AGNTNUM        TO S5404-AGNTNUM.                <PH2684>
           MOVE ZRBKRNG-FROMNUM        TO S5404-FROMNUM.                <PH2684>
           MOVE ZRBKRNG-TONUM          TO S5404-TONUM.                  <PH2684>
           MOVE ZRBKRNG-BKSTAT         TO S5404-BKSTAT.                 <PH2684>
           PERFORM 2900-GET-AGENT-NAME.                                 <PH2684>
      *                                                                 <PH2684>
      *  Only a slip not yet on the register, or one already            <PH2684>
      *  reported written (to correct it), may be reported.             <PH2684>
      *                                                                 <PH2684>
           INITIALIZE                  ZTRS-PARAMS.                     <PH2684>
           MOVE WSSP-COMPANY           TO ZTRS-COMPANY.                 <PH2684>
           MOVE S5404-SLIPNO           TO ZTRS-SLIPNO.                  <PH2684>
           MOVE ZTRSREC                TO ZTRS-FORMAT.                  <PH2684>
           MOVE READR                  TO ZTRS-FUNCTION.                <PH2684>
      *                                                                 <PH2684>
           CALL 'ZTRSIO'            USING ZTRS-PARAMS.                  <PH2684>
      *                                                                 <PH2684>
           IF ZTRS-STATUZ           NOT = O-K AND MRNF                  <PH2684>
              MOVE ZTRS-STATUZ         TO SYSR-STATUZ                   <PH2684>
              MOVE ZTRS-PARAMS         TO SYSR-PARAMS                   <PH2684>
              PERFORM 600-FATAL-ERROR                                   <PH2684>
           END-IF.                                                      <PH2684>
      *                                                                 <PH2684>
           IF  ZTRS-STATUZ              = O-K                           <PH2684>
           AND ZTRS-SLIPSTAT        NOT = 'O'                           <PH2684>
               MOVE EV34               TO S5404-SLIPNO-ERR              <PH2684>
               GO TO 2590-EXIT                                          <PH2684>
           END-IF.                                                      <PH2684>
      *                                                                 <PH2684>
       2590-EXIT.                                                       <PH2684>
           EXIT.                                                        <PH2684>
      /                                                                 <PH2684>
       2900-GET-AGENT-NAME SECTION.
      *****************************
       2910-START.
      *
           MOVE SPACES                 TO NMAD-NAMADRS-REC.
           MOVE 'AG'                   TO NMAD-CLNT-PREFIX.
           MOVE WSSP-FSUCO             TO NMAD-CLNT-COMPANY.
           MOVE S5404-AGNTNUM          TO NMAD-CLNT-NUMBER.
           MOVE WSSP-LANGUAGE          TO NMAD-LANGUAGE.
           MOVE 'PYNMN'                TO NMAD-FUNCTION.
      *
           CALL 'NAMADRS'           USING NMAD-NAMADRS-REC.
      *
           IF NMAD-STATUZ           NOT = O-K AND MRNF
              MOVE NMAD-STATUZ         TO SYSR-STATUZ
              MOVE NMAD-NAMADRS-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF NMAD-STATUZ               = O-K
              MOVE NMAD-NAME           TO S5404-AGENTNAME
           ELSE
              MOVE SPACES              TO S5404-AGENTNAME
           END-IF.
      *
       2990-EXIT.
           EXIT.
      /
      *****************************************************************
      *     Update Database if required and Log Transaction
      *****************************************************************
      *
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE-DATABASE.
      *
           EVALUATE S5404-ZACTION
           WHEN 'I'
              PERFORM 3100-ISSUE-BOOK
           WHEN 'R'
              PERFORM 3200-RETURN-BOOK
           WHEN 'C'
              PERFORM 3300-CANCEL-SLIP
           WHEN 'T'                                                     <PH2684>
              PERFORM 3400-RECORD-COLLECTION                            <PH2684>
           END-EVALUATE.
      *
       3090-EXIT.
            EXIT.
      /
       3100-ISSUE-BOOK SECTION.
      *************************
       3110-START.
      *
           INITIALIZE                  ZRBK-PARAMS.
           MOVE WSSP-COMPANY           TO ZRBK-COMPANY.
           MOVE S5404-BOOKNO           TO ZRBK-BOOKNO.
           MOVE S5404-AGNTNUM          TO ZRBK-AGNTNUM.
           MOVE S5404-FROMNUM          TO ZRBK-FROMNUM.
           MOVE S5404-TONUM            TO ZRBK-TONUM.
           MOVE WSSP-BRANCH            TO ZRBK-BRANCH.
           MOVE 'I'                    TO ZRBK-BKSTAT.
           MOVE WSAA-TODAY             TO ZRBK-ISSUEDT.
           MOVE WSSP-USERID            TO ZRBK-ISSUEBY.
           MOVE ZEROES                 TO ZRBK-RETNDT.
           MOVE SPACES                 TO ZRBK-RETNBY.
           MOVE ZRBKREC                TO ZRBK-FORMAT.
           MOVE WRITR                  TO ZRBK-FUNCTION.
      *
           CALL 'ZRBKIO'            USING ZRBK-PARAMS.
      *
           IF ZRBK-STATUZ           NOT = O-K
              MOVE ZRBK-STATUZ         TO SYSR-STATUZ
              MOVE ZRBK-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-RETURN-BOOK SECTION.
      **************************
       3210-START.
      *
           INITIALIZE                  ZRBK-PARAMS.
           MOVE WSSP-COMPANY           TO ZRBK-COMPANY.
           MOVE S5404-BOOKNO           TO ZRBK-BOOKNO.
           MOVE ZRBKREC                TO ZRBK-FORMAT.
           MOVE READH                  TO ZRBK-FUNCTION.
      *
           CALL 'ZRBKIO'            USING ZRBK-PARAMS.
      *
           IF ZRBK-STATUZ           NOT = O-K
              MOVE ZRBK-STATUZ         TO SYSR-STATUZ
              MOVE ZRBK-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE 'R'                    TO ZRBK-BKSTAT.
           MOVE WSAA-TODAY             TO ZRBK-RETNDT.
           MOVE WSSP-USERID            TO ZRBK-RETNBY.
           MOVE ZRBKREC                TO ZRBK-FORMAT.
           MOVE REWRT                  TO ZRBK-FUNCTION.
      *
           CALL 'ZRBKIO'            USING ZRBK-PARAMS.
      *
           IF ZRBK-STATUZ           NOT = O-K
              MOVE ZRBK-STATUZ         TO SYSR-STATUZ
              MOVE ZRBK-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3300-CANCEL-SLIP SECTION.
      **************************
       3310-START.
      *
           INITIALIZE                  ZTRS-PARAMS.
           MOVE WSSP-COMPANY           TO ZTRS-COMPANY.
           MOVE S5404-SLIPNO           TO ZTRS-SLIPNO.
           MOVE ZTRSREC                TO ZTRS-FORMAT.
           MOVE READH                  TO ZTRS-FUNCTION.
      *
           CALL 'ZTRSIO'            USING ZTRS-PARAMS.
      *
           IF ZTRS-STATUZ           NOT = O-K AND MRNF
              MOVE ZTRS-STATUZ         TO SYSR-STATUZ
              MOVE ZTRS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  A slip already cancelled only has its returned flag            <PH2684>
      *  changed, and one reported written is now cancelled;            <PH2684>
      *  otherwise the cancelled slip is added.                         <PH2684>
      *
           IF ZTRS-STATUZ               = O-K
              MOVE REWRT               TO ZTRS-FUNCTION
           ELSE
              INITIALIZE               ZTRS-PARAMS
              MOVE WSSP-COMPANY        TO ZTRS-COMPANY
              MOVE S5404-SLIPNO        TO ZTRS-SLIPNO
              MOVE S5404-BOOKNO        TO ZTRS-BOOKNO
              MOVE S5404-AGNTNUM       TO ZTRS-AGNTNUM
              MOVE SPACES              TO ZTRS-RECEIPT
                                          ZTRS-LASTRCPT
              MOVE ZEROES              TO ZTRS-USECNT
                                          ZTRS-USEDATE
                                          ZTRS-COLLDATE                 <PH2684>
                                          ZTRS-COLLAMT                  <PH2684>
              MOVE WRITR               TO ZTRS-FUNCTION
           END-IF.
      *
           MOVE 'C'                    TO ZTRS-SLIPSTAT.                <PH2684>
           MOVE S5404-RETURNED         TO ZTRS-RETURNED.
           MOVE WSAA-TODAY             TO ZTRS-CANCDATE.
           MOVE WSSP-USERID            TO ZTRS-USERID.
           MOVE ZTRSREC                TO ZTRS-FORMAT.
      *
           CALL 'ZTRSIO'            USING ZTRS-PARAMS.
      *
           IF ZTRS-STATUZ           NOT = O-K
              MOVE ZTRS-STATUZ         TO SYSR-STATUZ
              MOVE ZTRS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3390-EXIT.
           EXIT.
      /
       3400-RECORD-COLLECTION SECTION.                                  <PH2684>
      ********************************                                  <PH2684>
       3410-START.                                                      <PH2684>
      *                                                                 <PH2684>
           INITIALIZE                  ZTRS-PARAMS.                     <PH2684>
           MOVE WSSP-COMPANY           TO ZTRS-COMPANY.                 <PH2684>
           MOVE S5404-SLIPNO           TO ZTRS-SLIPNO.                  <PH2684>
           MOVE ZTRSREC                TO ZTRS-FORMAT.                  <PH2684>
           MOVE READH                  TO ZTRS-FUNCTION.                <PH2684>
      *                                                                 <PH2684>
           CALL 'ZTRSIO'            USING ZTRS-PARAMS.                  <PH2684>
      *                                                                 <PH2684>
           IF ZTRS-STATUZ           NOT = O-K AND MRNF                  <PH2684>
              MOVE ZTRS-STATUZ         TO SYSR-STATUZ                   <PH2684>
              MOVE ZTRS-PARAMS         TO SYSR-PARAMS                   <PH2684>
              PERFORM 600-FATAL-ERROR                                   <PH2684>
           END-IF.                                                      <PH2684>
      *                                                                 <PH2684>
           IF ZTRS-STATUZ               = O-K                           <PH2684>
              MOVE REWRT               TO ZTRS-FUNCTION                 <PH2684>
           ELSE                                                         <PH2684>
              INITIALIZE               ZTRS-PARAMS                      <PH2684>
              MOVE WSSP-COMPANY        TO ZTRS-COMPANY                  <PH2684>
              MOVE S5404-SLIPNO        TO ZTRS-SLIPNO                   <PH2684>
              MOVE SPACES              TO ZTRS-RECEIPT                  <PH2684>
                                          ZTRS-LASTRCPT                 <PH2684>
              MOVE 'N'                 TO ZTRS-RETURNED                 <PH2684>
              MOVE ZEROES              TO ZTRS-USECNT                   <PH2684>
                                          ZTRS-USEDATE                  <PH2684>
                                          ZTRS-CANCDATE                 <PH2684>
              MOVE WRITR               TO ZTRS-FUNCTION                 <PH2684>
           END-IF.                                                      <PH2684>
      *                                                                 <PH2684>
           MOVE S5404-BOOKNO           TO ZTRS-BOOKNO.                  <PH2684>
           MOVE S5404-AGNTNUM          TO ZTRS-AGNTNUM.                 <PH2684>
           MOVE 'O'                    TO ZTRS-SLIPSTAT.                <PH2684>
           MOVE S5404-COLLDATE         TO ZTRS-COLLDATE.                <PH2684>
           MOVE S5404-COLLAMT          TO ZTRS-COLLAMT.                 <PH2684>
           MOVE WSSP-USERID            TO ZTRS-USERID.                  <PH2684>
           MOVE ZTRSREC                TO ZTRS-FORMAT.                  <PH2684>
      *                                                                 <PH2684>
           CALL 'ZTRSIO'            USING ZTRS-PARAMS.                  <PH2684>
      *                                                                 <PH2684>
           IF ZTRS-STATUZ           NOT = O-K                           <PH2684>
              MOVE ZTRS-STATUZ         TO SYSR-STATUZ                   <PH2684>
              MOVE ZTRS-PARAMS         TO SYSR-PARAMS                   <PH2684>
              PERFORM 600-FATAL-ERROR                                   <PH2684>
           END-IF.                                                      <PH2684>
      *                                                                 <PH2684>
       3490-EXIT.                                                       <PH2684>
           EXIT.                                                        <PH2684>
      /                                                                 <PH2684>
      *****************************************************************
      *     Decide which Transaction Program is Next
      *****************************************************************
      *
       4000-WHERE-NEXT SECTION.
      *************************
      *
       4010-NEXT-PROGRAM.
      *
           ADD 1                       TO WSSP-PROGRAM-PTR.
      *
       4090-EXIT.
            EXIT.
