      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5407.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *           SCANNED DOCUMENT ENQUIRY
      *           ========================
      *
      * Enquiry only, from contract enquiry or claim enquiry.
      * Lists the scanned documents indexed to a contract, or to
      * one of its claims, on the ZDOC register B5459 loads from
      * the imaging system: the document ID to call up in the
      * imaging viewer, its type and scan date, and the claim and
      * requirement it was indexed to ('U' underwriting
      * requirement on ZURQ, 'C' claim requirement on ZCRQ).
      *
      * The contract number is brought forward from the contract
      * enquiry (CHDRENQ) where one is held, and may be keyed over;
      * a proposal not yet issued is found on CHDRLNB.  A claim
      * number keyed as well narrows the list to that claim's
      * documents.  A document ID may be keyed to start the list
      * from that document.  Up to ten documents are listed, with
      * the number held from the start point on; where there are
      * more, '+' is shown and the start is set to the first
      * document not listed, so that Enter shows the next ten.
      * No update is made.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2689       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WSAA-PROG                   PIC X(05) VALUE 'P5407'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-ZDOC-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-IX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-ROWS                   PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-NEXT-DOCID             PIC X(20) VALUE SPACES.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
      *
       01  FORMATS.
           03  CHDRENQREC              PIC X(10) VALUE 'CHDRENQREC'.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  ZCLMREC                 PIC X(10) VALUE 'ZCLMREC'.
           03  ZDOCCHDREC              PIC X(10) VALUE 'ZDOCCHDREC'.
           03  ZDOCCLMREC              PIC X(10) VALUE 'ZDOCCLMREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY CHDRENQSKM.
           COPY CHDRLIFSKM.
           COPY CHDRLNBSKM.
           COPY ZCLMSKM.
           COPY ZDOCCHDSKM.
           COPY ZDOCCLMSKM.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5407SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5407-DATA-AREA.

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
           MOVE SPACES                 TO S5407-DATA-AREA.
           PERFORM 1100-CLEAR-ROW
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 10.
           MOVE ZEROES                 TO S5407-ROWCOUNT.
      *
      *  Bring forward the contract held by the contract enquiry.
      *
           MOVE 'RETRV'                TO CHDRENQ-FUNCTION.
           CALL 'CHDRENQIO'         USING CHDRENQ-PARAMS.
      *
           IF CHDRENQ-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRENQ-STATUZ      TO SYSR-STATUZ
              MOVE CHDRENQ-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CHDRENQ-STATUZ            = O-K
              MOVE CHDRENQ-CHDRNUM     TO S5407-CHDRNUM
           END-IF.
      *
       1090-EXIT.
            EXIT.
      /
       1100-CLEAR-ROW SECTION.
      ************************
       1110-START.
      *
           MOVE SPACES                 TO S5407-DOCID (WSAA-IX)
                                          S5407-DOCTYPE (WSAA-IX)
                                          S5407-DOCCLAM (WSAA-IX)
                                          S5407-REQTYPE (WSAA-IX)
                                          S5407-LIFE (WSAA-IX).
           MOVE ZEROES                 TO S5407-SCANDATE (WSAA-IX)
                                          S5407-REQSEQ (WSAA-IX).
      *
       1190-EXIT.
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
           IF S5407-CHDRNUM             = SPACES
              MOVE E005                TO S5407-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE S5407-CHDRNUM          TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READR                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CHDRLIF-STATUZ            = O-K
              MOVE CHDRLIF-CNTTYPE     TO S5407-CNTTYPE
           ELSE
              PERFORM 2100-READ-PROPOSAL
              IF S5407-CHDRNUM-ERR  NOT = SPACES
                 GO TO 2080-CHECK-FOR-ERRORS
              END-IF
           END-IF.
      *
           IF S5407-CLAMNUM         NOT = SPACES
              PERFORM 2200-CHECK-CLAIM
              IF S5407-CLAMNUM-ERR  NOT = SPACES
                 GO TO 2080-CHECK-FOR-ERRORS
              END-IF
           END-IF.
      *
           PERFORM 1100-CLEAR-ROW
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > 10.
           MOVE ZEROES                 TO WSAA-ROWS
                                          S5407-ROWCOUNT.
           MOVE SPACES                 TO S5407-MOREIND
                                          WSAA-NEXT-DOCID.
           MOVE 'N'                    TO WSAA-ZDOC-EOF.
      *
           IF S5407-CLAMNUM             = SPACES
              INITIALIZE               ZDOCCHD-PARAMS
              MOVE WSSP-COMPANY        TO ZDOCCHD-CHDRCOY
              MOVE S5407-CHDRNUM       TO ZDOCCHD-CHDRNUM
              MOVE S5407-DOCIDSEL      TO ZDOCCHD-DOCID
              MOVE ZDOCCHDREC          TO ZDOCCHD-FORMAT
              MOVE BEGN                TO ZDOCCHD-FUNCTION
              PERFORM 2300-READ-CONTRACT-DOC
                  UNTIL WSAA-ZDOC-EOF   = 'Y'
           ELSE
              INITIALIZE               ZDOCCLM-PARAMS
              MOVE WSSP-COMPANY        TO ZDOCCLM-CHDRCOY
              MOVE S5407-CLAMNUM       TO ZDOCCLM-CLAMNUM
              MOVE S5407-DOCIDSEL      TO ZDOCCLM-DOCID
              MOVE ZDOCCLMREC          TO ZDOCCLM-FORMAT
              MOVE BEGN                TO ZDOCCLM-FUNCTION
              PERFORM 2400-READ-CLAIM-DOC
                  UNTIL WSAA-ZDOC-EOF   = 'Y'
           END-IF.
      *
      *  More to come - start the next Enter from the first document
      *  not listed.
      *
           IF WSAA-NEXT-DOCID       NOT = SPACES
              MOVE '+'                 TO S5407-MOREIND
              MOVE WSAA-NEXT-DOCID     TO S5407-DOCIDSEL
           END-IF.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5407-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-READ-PROPOSAL SECTION.
      ****************************
       2110-START.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLNB-CHDRCOY.
           MOVE S5407-CHDRNUM          TO CHDRLNB-CHDRNUM.
           MOVE CHDRLNBREC             TO CHDRLNB-FORMAT.
           MOVE READR                  TO CHDRLNB-FUNCTION.
      *
           CALL 'CHDRLNBIO'         USING CHDRLNB-PARAMS.
      *
           IF CHDRLNB-STATUZ        NOT = O-K AND MRNF
              MOVE CHDRLNB-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CHDRLNB-STATUZ            = MRNF
              MOVE E005                TO S5407-CHDRNUM-ERR
              GO TO 2190-EXIT
           END-IF.
      *
           MOVE CHDRLNB-CNTTYPE        TO S5407-CNTTYPE.
      *
       2190-EXIT.
           EXIT.
      /
       2200-CHECK-CLAIM SECTION.
      **************************
       2210-START.
      *
           INITIALIZE                  ZCLM-PARAMS.
           MOVE WSSP-COMPANY           TO ZCLM-CHDRCOY.
           MOVE S5407-CHDRNUM          TO ZCLM-CHDRNUM.
           MOVE S5407-CLAMNUM          TO ZCLM-CLAMNUM.
           MOVE ZCLMREC                TO ZCLM-FORMAT.
           MOVE READR                  TO ZCLM-FUNCTION.
      *
           CALL 'ZCLMIO'            USING ZCLM-PARAMS.
      *
           IF ZCLM-STATUZ           NOT = O-K AND MRNF
              MOVE ZCLM-STATUZ         TO SYSR-STATUZ
              MOVE ZCLM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCLM-STATUZ               = MRNF
              MOVE E005                TO S5407-CLAMNUM-ERR
           END-IF.
      *
       2290-EXIT.
           EXIT.
      /
       2300-READ-CONTRACT-DOC SECTION.
      ********************************
       2310-READ.
      *
           CALL 'ZDOCCHDIO'         USING ZDOCCHD-PARAMS.
      *
           IF ZDOCCHD-STATUZ        NOT = O-K AND ENDP
              MOVE ZDOCCHD-STATUZ      TO SYSR-STATUZ
              MOVE ZDOCCHD-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZDOCCHD-STATUZ            = ENDP
           OR ZDOCCHD-CHDRCOY       NOT = WSSP-COMPANY
           OR ZDOCCHD-CHDRNUM       NOT = S5407-CHDRNUM
              MOVE 'Y'                 TO WSAA-ZDOC-EOF
              GO TO 2390-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZDOCCHD-FUNCTION.
           ADD 1                       TO S5407-ROWCOUNT.
      *
           IF WSAA-ROWS             NOT < 10
              IF WSAA-NEXT-DOCID        = SPACES
                 MOVE ZDOCCHD-DOCID    TO WSAA-NEXT-DOCID
              END-IF
              GO TO 2390-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-ROWS.
           MOVE ZDOCCHD-DOCID          TO S5407-DOCID (WSAA-ROWS).
           MOVE ZDOCCHD-DOCTYPE        TO S5407-DOCTYPE (WSAA-ROWS).
           MOVE ZDOCCHD-SCANDATE       TO S5407-SCANDATE (WSAA-ROWS).
           MOVE ZDOCCHD-CLAMNUM        TO S5407-DOCCLAM (WSAA-ROWS).
           MOVE ZDOCCHD-REQTYPE        TO S5407-REQTYPE (WSAA-ROWS).
           MOVE ZDOCCHD-LIFE           TO S5407-LIFE (WSAA-ROWS).
           MOVE ZDOCCHD-REQSEQ         TO S5407-REQSEQ (WSAA-ROWS).
      *
       2390-EXIT.
           EXIT.
      /
       2400-READ-CLAIM-DOC SECTION.
      *****************************
       2410-READ.
      *
           CALL 'ZDOCCLMIO'         USING ZDOCCLM-PARAMS.
      *
           IF ZDOCCLM-STATUZ        NOT = O-K AND ENDP
              MOVE ZDOCCLM-STATUZ      TO SYSR-STATUZ
              MOVE ZDOCCLM-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZDOCCLM-STATUZ            = ENDP
           OR ZDOCCLM-CHDRCOY       NOT = WSSP-COMPANY
           OR ZDOCCLM-CLAMNUM       NOT = S5407-CLAMNUM
              MOVE 'Y'                 TO WSAA-ZDOC-EOF
              GO TO 2490-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZDOCCLM-FUNCTION.
           ADD 1                       TO S5407-ROWCOUNT.
      *
           IF WSAA-ROWS             NOT < 10
              IF WSAA-NEXT-DOCID        = SPACES
                 MOVE ZDOCCLM-DOCID    TO WSAA-NEXT-DOCID
              END-IF
              GO TO 2490-EXIT
           END-IF.
      *
           ADD 1                       TO WSAA-ROWS.
           MOVE ZDOCCLM-DOCID          TO S5407-DOCID (WSAA-ROWS).
           MOVE ZDOCCLM-DOCTYPE        TO S5407-DOCTYPE (WSAA-ROWS).
           MOVE ZDOCCLM-SCANDATE       TO S5407-SCANDATE (WSAA-ROWS).
           MOVE ZDOCCLM-CLAMNUM        TO S5407-DOCCLAM (WSAA-ROWS).
           MOVE ZDOCCLM-REQTYPE        TO S5407-REQTYPE (WSAA-ROWS).
           MOVE ZDOCCLM-LIFE           TO S5407-LIFE (WSAA-ROWS).
           MOVE ZDOCCLM-REQSEQ         TO S5407-REQSEQ (WSAA-ROWS).
      *
       2490-EXIT.
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
      *  Enquiry only - nothing to update.
      *
       3090-EXIT.
            EXIT.
      /
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
