      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5409.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *             CHANGE-OF-OWNERSHIP ENDORSEMENT
      *             ===============================
      *
      * Transfers a contract outright to a new owner - a parent
      * handing the policy to the grown child, the estate taking
      * over after the owner's death - in place of amending the
      * CLRR roles through the generic client screens.  P5386
      * changes the payer and P5387 records an assignment; this
      * transaction changes the owner:
      *
      *  - the new owner must be a registered client other than the
      *    present owner, screen clear of the ZSANCHK watchlist
      *    and, as a person, have reached the age of majority;
      *  - the new owner must have an insurable interest in every
      *    life assured who is not the new owner: the relationship
      *    recorded on CLTRELN (P5364) must be one permitted for
      *    the contract type on TV095;
      *  - the signed transfer document must be on file: a
      *    requirement on ZURQ (P5363), received - and so indexed
      *    to a scanned document - within the validity days;
      *  - a contract under an active assignment (ASGN, P5387) or
      *    a legal hold (ZHLD, P5398) is refused;
      *  - the CHDR owner and the CLRF 'OW' role move to the new
      *    owner.  Optionally the payer moves too - the PAYR row is
      *    superseded and the 'PY' role rewritten as in P5386, with
      *    the new owner's mandate for a direct-debit channel - and
      *    the correspondence (despatch) address;
      *  - a PTRN records the endorsement and the confirmation
      *    letter (TR384 / LETRQST) is requested for both the old
      *    and the new owner.
      *
      * The age of majority, the transfer requirement code and the
      * validity days are on TV163, by contract type with the '***'
      * fallback; with no item they are 18, 'OTRF' and 90 days.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2696       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5409'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-DOC-CUTOFF             PIC 9(08) VALUE 0.
       01  WSAA-AGE                    PIC S9(04)V9(05) COMP-3 VALUE 0.
      *
       01  WSAA-OLD-OWNCOY             PIC X(01) VALUE SPACES.
       01  WSAA-OLD-OWNNUM             PIC X(08) VALUE SPACES.
      *
       01  WSAA-EOF                    PIC X(01) VALUE 'N'.
       01  WSAA-ASGN-ACTIVE            PIC X(01) VALUE 'N'.
       01  WSAA-DOC-FOUND              PIC X(01) VALUE 'N'.
       01  WSAA-RELN-OK                PIC X(01) VALUE 'N'.
       01  WSAA-RELN-SUB               PIC S9(03) COMP-3 VALUE 0.
      *
       01  WSAA-MAJAGE                 PIC 9(03) VALUE 0.
       01  WSAA-REQCODE                PIC X(04) VALUE SPACES.
       01  WSAA-DOCDAYS                PIC 9(03) VALUE 0.
       01  WSAA-CLRRROLE               PIC X(02) VALUE SPACES.
      *
       01  WSAA-FORENUM.
           05  WSAA-FORE-CHDRNUM       PIC X(08).
           05  WSAA-FORE-PAYRSEQNO     PIC 9(02).
      *
       01  WSAA-ITEM-KEY.
           05  WSAA-ITEM-BATCTRCDE     PIC X(04).
           05  WSAA-ITEM-CNTTYPE       PIC X(03).
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  F665                    PIC X(04) VALUE 'F665'.
           03  H118                    PIC X(04) VALUE 'H118'.
           03  ZSAN                    PIC X(04) VALUE 'ZSAN'.
           03  EV22                    PIC X(04) VALUE 'EV22'.
           03  EV42                    PIC X(04) VALUE 'EV42'.
           03  EV43                    PIC X(04) VALUE 'EV43'.
           03  EV44                    PIC X(04) VALUE 'EV44'.
           03  EV45                    PIC X(04) VALUE 'EV45'.
      *
       01  TABLES.
           03  TR384                   PIC X(06) VALUE 'TR384'.
           03  TV095                   PIC X(06) VALUE 'TV095'.
           03  TV163                   PIC X(06) VALUE 'TV163'.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  PAYRREC                 PIC X(10) VALUE 'PAYRREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  CLRFREC                 PIC X(10) VALUE 'CLRFREC'.
           03  MANDREC                 PIC X(10) VALUE 'MANDREC'.
           03  PTRNREC                 PIC X(10) VALUE 'PTRNREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ASGNLNBREC              PIC X(10) VALUE 'ASGNLNBREC'.
           03  LIFERNLREC              PIC X(10) VALUE 'LIFERNLREC'.
           03  ZURQREC                 PIC X(10) VALUE 'ZURQREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
           COPY BATCKEY.
      /
           COPY CHDRLIFSKM.
           COPY PAYRSKM.
           COPY CLTSSKM.
           COPY CLRFSKM.
           COPY MANDSKM.
           COPY PTRNSKM.
           COPY ITEMSKM.
           COPY ASGNLNBSKM.
           COPY LIFERNLSKM.
           COPY ZURQSKM.
           COPY CLTRELNREC.
           COPY TR384REC.
           COPY TV095REC.
           COPY TV163REC.
           COPY LETRQSTREC.
           COPY ZSANCHKREC.
           COPY ZHLDCHKREC.
           COPY NAMADRSREC.
           COPY DATCON1REC.
           COPY DATCON2REC.
           COPY DATCON3REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5409SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5409-DATA-AREA.

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
           MOVE SPACES                 TO S5409-DATA-AREA.
      *
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-EXT-DATE          TO WSAA-TODAY.
      *
           MOVE WSSP-BATCHKEY          TO WSKY-BATC-FILE-KEY.
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
           IF S5409-CHDRNUM             = SPACES
              MOVE E005                TO S5409-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE S5409-CHDRNUM          TO CHDRLIF-CHDRNUM.
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
           IF CHDRLIF-STATUZ            = MRNF
              MOVE E005                TO S5409-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE CHDRLIF-COWNNUM        TO S5409-OLDOWNER.
      *
      *  Nothing may be processed on a contract frozen by a legal
      *  hold on the contract or its owner - ZHLD register, P5398.
      *
           INITIALIZE                  ZHCK-ZHLDCHK-REC.
           MOVE WSSP-COMPANY           TO ZHCK-CHDRCOY.
           MOVE S5409-CHDRNUM          TO ZHCK-CHDRNUM.
           MOVE WSAA-TODAY             TO ZHCK-EFFDATE.
      *
           CALL 'ZHLDCHK'           USING ZHCK-ZHLDCHK-REC.
      *
           IF ZHCK-STATUZ           NOT = O-K
              MOVE ZHCK-STATUZ         TO SYSR-STATUZ
              MOVE ZHCK-ZHLDCHK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZHCK-HELD                 = 'Y'
              MOVE EV22                TO S5409-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The assignee's rights go with the policy: release the
      *  assignment (P5387) first.
      *
           PERFORM 2300-CHECK-ASSIGNMENT.
      *
           IF WSAA-ASGN-ACTIVE          = 'Y'
              MOVE H118                TO S5409-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2700-READ-TV163.
      *
      *  The new owner must be a registered client...
      *
           IF S5409-NEWOWNER            = SPACES
              MOVE E186                TO S5409-NEWOWNER-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5409-NEWOWNER            = S5409-OLDOWNER
              MOVE EV45                TO S5409-NEWOWNER-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE WSSP-FSUCO             TO CLTS-CLNTCOY.
           MOVE S5409-NEWOWNER         TO CLTS-CLNTNUM.
           MOVE CLTSREC                TO CLTS-FORMAT.
           MOVE READR                  TO CLTS-FUNCTION.
      *
           CALL 'CLTSIO'            USING CLTS-PARAMS.
      *
           IF CLTS-STATUZ           NOT = O-K AND MRNF
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CLTS-STATUZ               = MRNF
              MOVE E005                TO S5409-NEWOWNER-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2100-GET-OWNER-NAME.
      *
      *  ... screen clear of the watchlist ...
      *
           INITIALIZE                  ZSAN-ZSANCHK-REC.
           MOVE WSSP-COMPANY           TO ZSAN-COMPANY.
           MOVE S5409-OWNERNAME        TO ZSAN-NAME-IN.
           MOVE SPACES                 TO ZSAN-IDNUM-IN.
      *
           CALL 'ZSANCHK'           USING ZSAN-ZSANCHK-REC.
      *
           IF ZSAN-STATUZ           NOT = O-K
              MOVE ZSAN-STATUZ         TO SYSR-STATUZ
              MOVE ZSAN-ZSANCHK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZSAN-HIT                  = 'Y'
              MOVE ZSAN                TO S5409-NEWOWNER-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  ... of age, when a person ...
      *
           IF CLTS-CLTTYPE              = 'P'
              PERFORM 2200-CHECK-AGE
              IF S5409-NEWOWNER-ERR NOT = SPACES
                 GO TO 2080-CHECK-FOR-ERRORS
              END-IF
           END-IF.
      *
      *  ... and with an insurable interest in every life.
      *
           PERFORM 2400-CHECK-INTEREST.
      *
           IF S5409-NEWOWNER-ERR    NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The signed transfer document must be on file.
      *
           PERFORM 2500-CHECK-DOCUMENT.
      *
           IF WSAA-DOC-FOUND        NOT = 'Y'
              MOVE EV44                TO S5409-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5409-PAYRFLAG        NOT = SPACE AND 'Y' AND 'N'
              MOVE E186                TO S5409-PAYRFLAG-ERR
           END-IF.
      *
           IF S5409-DESPFLAG        NOT = SPACE AND 'Y' AND 'N'
              MOVE E186                TO S5409-DESPFLAG-ERR
           END-IF.
      *
           IF S5409-PAYRFLAG            = 'Y'
              PERFORM 2600-CHECK-PAYER
           END-IF.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5409-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-GET-OWNER-NAME SECTION.
      *****************************
       2110-START.
      *
           MOVE SPACES                 TO NMAD-NAMADRS-REC.
           MOVE 'CN'                   TO NMAD-CLNT-PREFIX.
           MOVE WSSP-FSUCO             TO NMAD-CLNT-COMPANY.
           MOVE S5409-NEWOWNER         TO NMAD-CLNT-NUMBER.
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
              MOVE NMAD-NAME           TO S5409-OWNERNAME
           ELSE
              MOVE SPACES              TO S5409-OWNERNAME
           END-IF.
      *
       2190-EXIT.
           EXIT.
      /
       2200-CHECK-AGE SECTION.
      ************************
       2210-START.
      *
           MOVE CLTS-CLTDOB            TO DTC3-INT-DATE-1.
           MOVE WSAA-TODAY             TO DTC3-INT-DATE-2.
           MOVE '01'                   TO DTC3-FREQUENCY.
      *
           CALL 'DATCON3'           USING DTC3-DATCON3-REC.
      *
           IF DTC3-STATUZ           NOT = O-K
              MOVE DTC3-STATUZ         TO SYSR-STATUZ
              MOVE DTC3-DATCON3-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC3-FREQ-FACTOR       TO WSAA-AGE.
      *
           IF WSAA-AGE                  < WSAA-MAJAGE
              MOVE EV42                TO S5409-NEWOWNER-ERR
           END-IF.
      *
       2290-EXIT.
           EXIT.
      /
       2300-CHECK-ASSIGNMENT SECTION.
      *******************************
       2310-START.
      *
      *  Any assignment line, absolute or collateral, in force today.
      *
           MOVE 'N'                    TO WSAA-ASGN-ACTIVE
                                          WSAA-EOF.
      *
           INITIALIZE                  ASGNLNB-PARAMS.
           MOVE WSSP-COMPANY           TO ASGNLNB-CHDRCOY.
           MOVE S5409-CHDRNUM          TO ASGNLNB-CHDRNUM.
           MOVE ASGNLNBREC             TO ASGNLNB-FORMAT.
           MOVE BEGN                   TO ASGNLNB-FUNCTION.
      *
           PERFORM 2350-ONE-ASGN
               UNTIL WSAA-EOF           = 'Y'.
      *
       2390-EXIT.
           EXIT.
      /
       2350-ONE-ASGN SECTION.
      ***********************
       2351-START.
      *
           CALL 'ASGNLNBIO'         USING ASGNLNB-PARAMS.
      *
           IF ASGNLNB-STATUZ        NOT = O-K AND ENDP
              MOVE ASGNLNB-STATUZ      TO SYSR-STATUZ
              MOVE ASGNLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ASGNLNB-STATUZ            = ENDP
           OR ASGNLNB-CHDRCOY (1:1) NOT = WSSP-COMPANY
           OR ASGNLNB-CHDRNUM (1:8) NOT = S5409-CHDRNUM
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 2359-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ASGNLNB-FUNCTION.
      *
           IF  ASGNLNB-VALIDFLAG        = '1'
           AND ASGNLNB-COMMFROM     NOT > WSAA-TODAY
           AND (ASGNLNB-COMMTO          = ZEROES
           OR   ASGNLNB-COMMTO      NOT < WSAA-TODAY)
               MOVE 'Y'                TO WSAA-ASGN-ACTIVE
                                          WSAA-EOF
           END-IF.
      *
       2359-EXIT.
           EXIT.
      /
       2400-CHECK-INTEREST SECTION.
      *****************************
       2410-START.
      *
           MOVE 'N'                    TO WSAA-EOF.
      *
           INITIALIZE                  LIFERNL-PARAMS.
           MOVE WSSP-COMPANY           TO LIFERNL-CHDRCOY.
           MOVE S5409-CHDRNUM          TO LIFERNL-CHDRNUM.
           MOVE LIFERNLREC             TO LIFERNL-FORMAT.
           MOVE BEGN                   TO LIFERNL-FUNCTION.
      *
           PERFORM 2450-ONE-LIFE
               UNTIL WSAA-EOF           = 'Y'.
      *
       2490-EXIT.
           EXIT.
      /
       2450-ONE-LIFE SECTION.
      ***********************
       2451-START.
      *
           CALL 'LIFERNLIO'         USING LIFERNL-PARAMS.
      *
           IF LIFERNL-STATUZ        NOT = O-K AND ENDP
              MOVE LIFERNL-STATUZ      TO SYSR-STATUZ
              MOVE LIFERNL-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF LIFERNL-STATUZ            = ENDP
           OR LIFERNL-CHDRCOY       NOT = WSSP-COMPANY
           OR LIFERNL-CHDRNUM       NOT = S5409-CHDRNUM
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 2459-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO LIFERNL-FUNCTION.
      *
      *  A life who becomes the owner insures themselves.
      *
           IF LIFERNL-LIFCNUM           = S5409-NEWOWNER
              GO TO 2459-EXIT
           END-IF.
      *
      *  The recorded new-owner-to-life relationship...
      *
           INITIALIZE                  CLTRELN-PARAMS.
           MOVE 'CN'                   TO CLTRELN-CLNTPFX.
           MOVE WSSP-FSUCO             TO CLTRELN-CLNTCOY.
           MOVE S5409-NEWOWNER         TO CLTRELN-CLNTNUM.
           MOVE LIFERNL-LIFCNUM        TO CLTRELN-FORENUM.
           MOVE 'CLTRELNREC'           TO CLTRELN-FORMAT.
           MOVE READR                  TO CLTRELN-FUNCTION.
      *
           CALL 'CLTRELNIO'         USING CLTRELN-PARAMS.
      *
           IF CLTRELN-STATUZ        NOT = O-K AND MRNF
              MOVE CLTRELN-STATUZ      TO SYSR-STATUZ
              MOVE CLTRELN-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CLTRELN-STATUZ            = MRNF
              MOVE EV43                TO S5409-NEWOWNER-ERR
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 2459-EXIT
           END-IF.
      *
      *  ... must be one permitted for the contract type.  No TV095
      *  item for the contract type means no restriction.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV095                  TO ITEM-ITEMTABL.
           MOVE CHDRLIF-CNTTYPE        TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF  ITEM-STATUZ          NOT = O-K
           AND ITEM-STATUZ          NOT = MRNF
               MOVE ITEM-STATUZ        TO SYSR-STATUZ
               MOVE ITEM-PARAMS        TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ITEM-STATUZ               = MRNF
              GO TO 2459-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV095-TV095-REC.
      *
           MOVE 'N'                    TO WSAA-RELN-OK.
           PERFORM 2480-CHECK-RELCODE
               VARYING WSAA-RELN-SUB FROM 1 BY 1
               UNTIL WSAA-RELN-SUB      > 10
               OR    WSAA-RELN-OK       = 'Y'.
      *
           IF WSAA-RELN-OK          NOT = 'Y'
              MOVE EV43                TO S5409-NEWOWNER-ERR
              MOVE 'Y'                 TO WSAA-EOF
           END-IF.
      *
       2459-EXIT.
           EXIT.
      /
       2480-CHECK-RELCODE SECTION.
      ****************************
       2481-START.
      *
           IF  TV095-RELCODE (WSAA-RELN-SUB) NOT = SPACES
           AND TV095-RELCODE (WSAA-RELN-SUB)     = CLTRELN-RELCODE
               MOVE 'Y'                TO WSAA-RELN-OK
           END-IF.
      *
       2489-EXIT.
           EXIT.
      /
       2500-CHECK-DOCUMENT SECTION.
      *****************************
       2510-START.
      *
      *  A transfer requirement received within the validity days.
      *  P5363 receives a requirement only against a scanned
      *  document indexed to it, so the signed form is on file.
      *
           MOVE 'N'                    TO WSAA-DOC-FOUND
                                          WSAA-EOF.
      *
           COMPUTE DTC2-FREQ-FACTOR     = WSAA-DOCDAYS * -1.
           MOVE 'DY'                   TO DTC2-FREQUENCY.
           MOVE WSAA-TODAY             TO DTC2-INT-DATE-1.
      *
           CALL 'DATCON2'           USING DTC2-DATCON2-REC.
      *
           IF DTC2-STATUZ           NOT = O-K
              MOVE DTC2-STATUZ         TO SYSR-STATUZ
              MOVE DTC2-DATCON2-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC2-INT-DATE-2        TO WSAA-DOC-CUTOFF.
      *
           INITIALIZE                  ZURQ-PARAMS.
           MOVE WSSP-COMPANY           TO ZURQ-CHDRCOY.
           MOVE S5409-CHDRNUM          TO ZURQ-CHDRNUM.
           MOVE ZURQREC                TO ZURQ-FORMAT.
           MOVE BEGN                   TO ZURQ-FUNCTION.
      *
           PERFORM 2550-ONE-REQUIREMENT
               UNTIL WSAA-EOF           = 'Y'.
      *
       2590-EXIT.
           EXIT.
      /
       2550-ONE-REQUIREMENT SECTION.
      ******************************
       2551-START.
      *
           CALL 'ZURQIO'            USING ZURQ-PARAMS.
      *
           IF ZURQ-STATUZ           NOT = O-K AND ENDP
              MOVE ZURQ-STATUZ         TO SYSR-STATUZ
              MOVE ZURQ-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZURQ-STATUZ               = ENDP
           OR ZURQ-CHDRCOY          NOT = WSSP-COMPANY
           OR ZURQ-CHDRNUM          NOT = S5409-CHDRNUM
              MOVE 'Y'                 TO WSAA-EOF
              GO TO 2559-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO ZURQ-FUNCTION.
      *
           IF  ZURQ-REQCODE             = WSAA-REQCODE
           AND ZURQ-REQSTAT             = 'R'
           AND ZURQ-RESPDATE        NOT < WSAA-DOC-CUTOFF
               MOVE 'Y'                TO WSAA-DOC-FOUND
                                          WSAA-EOF
           END-IF.
      *
       2559-EXIT.
           EXIT.
      /
       2600-CHECK-PAYER SECTION.
      **************************
       2610-START.
      *
      *  The payer moves with the owner on the present billing
      *  channel; a direct-debit channel needs the new owner's
      *  mandate on the register, not cancelled.
      *
           INITIALIZE                  PAYR-PARAMS.
           MOVE WSSP-COMPANY           TO PAYR-CHDRCOY.
           MOVE S5409-CHDRNUM          TO PAYR-CHDRNUM.
           MOVE 1                      TO PAYR-PAYRSEQNO.
           MOVE PAYRREC                TO PAYR-FORMAT.
           MOVE READR                  TO PAYR-FUNCTION.
      *
           CALL 'PAYRIO'            USING PAYR-PARAMS.
      *
           IF PAYR-STATUZ           NOT = O-K
              MOVE PAYR-STATUZ         TO SYSR-STATUZ
              MOVE PAYR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF PAYR-BILLCHNL         NOT = 'D '
              MOVE SPACES              TO S5409-MANDREF
              GO TO 2690-EXIT
           END-IF.
      *
           IF S5409-MANDREF             = SPACES
              MOVE F665                TO S5409-MANDREF-ERR
              GO TO 2690-EXIT
           END-IF.
      *
           INITIALIZE                  MAND-PARAMS.
           MOVE WSSP-COMPANY           TO MAND-PAYRCOY.
           MOVE S5409-NEWOWNER         TO MAND-PAYRNUM.
           MOVE S5409-MANDREF          TO MAND-MANDREF.
           MOVE MANDREC                TO MAND-FORMAT.
           MOVE READR                  TO MAND-FUNCTION.
      *
           CALL 'MANDIO'            USING MAND-PARAMS.
      *
           IF MAND-STATUZ           NOT = O-K AND MRNF
              MOVE MAND-STATUZ         TO SYSR-STATUZ
              MOVE MAND-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF MAND-STATUZ               = MRNF
           OR MAND-MANDSTAT (1:1)       = 'C'
              MOVE F665                TO S5409-MANDREF-ERR
           END-IF.
      *
       2690-EXIT.
           EXIT.
      /
       2700-READ-TV163 SECTION.
      *************************
       2710-START.
      *
           MOVE 18                     TO WSAA-MAJAGE.
           MOVE 'OTRF'                 TO WSAA-REQCODE.
           MOVE 90                     TO WSAA-DOCDAYS.
      *
           MOVE CHDRLIF-CNTTYPE        TO WSAA-ITEM-CNTTYPE.
           PERFORM 2750-READ-ITEM.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE '***'               TO WSAA-ITEM-CNTTYPE
              PERFORM 2750-READ-ITEM
           END-IF.
      *
           IF ITEM-STATUZ           NOT = O-K
              GO TO 2790-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV163-TV163-REC.
      *
           IF TV163-MAJAGE              > ZERO
              MOVE TV163-MAJAGE        TO WSAA-MAJAGE
           END-IF.
           IF TV163-REQCODE         NOT = SPACES
              MOVE TV163-REQCODE       TO WSAA-REQCODE
           END-IF.
           IF TV163-DOCDAYS             > ZERO
              MOVE TV163-DOCDAYS       TO WSAA-DOCDAYS
           END-IF.
      *
       2790-EXIT.
           EXIT.
      /
       2750-READ-ITEM SECTION.
      ************************
       2751-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV163                  TO ITEM-ITEMTABL.
           MOVE WSAA-ITEM-CNTTYPE      TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF  ITEM-STATUZ          NOT = O-K
           AND ITEM-STATUZ          NOT = MRNF
               MOVE ITEM-STATUZ        TO SYSR-STATUZ
               MOVE ITEM-PARAMS        TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR
           END-IF.
      *
       2759-EXIT.
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
           PERFORM 3100-UPDATE-CHDR.
           MOVE 'OW'                   TO WSAA-CLRRROLE.
           MOVE S5409-CHDRNUM          TO WSAA-FORENUM.
           PERFORM 3300-REWRITE-CLRF.
      *
           IF S5409-PAYRFLAG            = 'Y'
              PERFORM 3200-SUPERSEDE-PAYR
              MOVE 'PY'                TO WSAA-CLRRROLE
              MOVE S5409-CHDRNUM       TO WSAA-FORE-CHDRNUM
              MOVE 1                   TO WSAA-FORE-PAYRSEQNO
              PERFORM 3300-REWRITE-CLRF
           END-IF.
      *
           PERFORM 3400-WRITE-PTRN.
      *
      *  Confirmation to the old owner and to the new, each sent to
      *  that owner's own address whatever the despatch is now.
      *
           MOVE WSAA-OLD-OWNCOY        TO LETRQST-CLNTCOY.
           MOVE WSAA-OLD-OWNNUM        TO LETRQST-CLNTNUM
                                          LETRQST-DESPNUM.
           PERFORM 3700-REQUEST-LETTER.
      *
           MOVE WSSP-FSUCO             TO LETRQST-CLNTCOY.
           MOVE S5409-NEWOWNER         TO LETRQST-CLNTNUM
                                          LETRQST-DESPNUM.
           PERFORM 3700-REQUEST-LETTER.
      *
       3090-EXIT.
            EXIT.
      /
       3100-UPDATE-CHDR SECTION.
      **************************
       3110-START.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE S5409-CHDRNUM          TO CHDRLIF-CHDRNUM.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE READH                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE CHDRLIF-COWNCOY        TO WSAA-OLD-OWNCOY.
           MOVE CHDRLIF-COWNNUM        TO WSAA-OLD-OWNNUM.
      *
           MOVE WSSP-FSUCO             TO CHDRLIF-COWNCOY.
           MOVE S5409-NEWOWNER         TO CHDRLIF-COWNNUM.
           IF S5409-DESPFLAG            = 'Y'
              MOVE S5409-NEWOWNER      TO CHDRLIF-DESPNUM
           END-IF.
           ADD 1                       TO CHDRLIF-TRANNO.
           MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.
           MOVE REWRT                  TO CHDRLIF-FUNCTION.
      *
           CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.
      *
           IF CHDRLIF-STATUZ        NOT = O-K
              MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-SUPERSEDE-PAYR SECTION.
      *****************************
       3210-START.
      *
      *  End the current payer row today and write the successor
      *  for the new owner, as P5386 does.
      *
           INITIALIZE                  PAYR-PARAMS.
           MOVE WSSP-COMPANY           TO PAYR-CHDRCOY.
           MOVE S5409-CHDRNUM          TO PAYR-CHDRNUM.
           MOVE 1                      TO PAYR-PAYRSEQNO.
           MOVE PAYRREC                TO PAYR-FORMAT.
           MOVE READH                  TO PAYR-FUNCTION.
      *
           CALL 'PAYRIO'            USING PAYR-PARAMS.
      *
           IF PAYR-STATUZ           NOT = O-K
              MOVE PAYR-STATUZ         TO SYSR-STATUZ
              MOVE PAYR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE '2'                    TO PAYR-VALIDFLAG.
           MOVE WSAA-TODAY             TO PAYR-EFFDATE.
           MOVE PAYRREC                TO PAYR-FORMAT.
           MOVE REWRT                  TO PAYR-FUNCTION.
      *
           CALL 'PAYRIO'            USING PAYR-PARAMS.
      *
           IF PAYR-STATUZ           NOT = O-K
              MOVE PAYR-STATUZ         TO SYSR-STATUZ
              MOVE PAYR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE '1'                    TO PAYR-VALIDFLAG.
           MOVE S5409-MANDREF          TO PAYR-MANDREF.
           ADD 1                       TO PAYR-TRANNO.
           MOVE PAYRREC                TO PAYR-FORMAT.
           MOVE WRITR                  TO PAYR-FUNCTION.
      *
           CALL 'PAYRIO'            USING PAYR-PARAMS.
      *
           IF PAYR-STATUZ           NOT = O-K
              MOVE PAYR-STATUZ         TO SYSR-STATUZ
              MOVE PAYR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3300-REWRITE-CLRF SECTION.
      ***************************
       3310-START.
      *
      *  Point the role in WSAA-CLRRROLE at the new owner; the
      *  role and the foreign key are set by the caller.
      *
           INITIALIZE                  CLRF-PARAMS.
           MOVE WSAA-CLRRROLE          TO CLRF-CLRRROLE.
           MOVE 'CH'                   TO CLRF-FOREPFX.
           MOVE WSSP-COMPANY           TO CLRF-FORECOY.
           MOVE WSAA-FORENUM           TO CLRF-FORENUM.
           MOVE CLRFREC                TO CLRF-FORMAT.
           MOVE READH                  TO CLRF-FUNCTION.
      *
           CALL 'CLRFIO'            USING CLRF-PARAMS.
      *
           IF CLRF-STATUZ           NOT = O-K AND MRNF
              MOVE CLRF-STATUZ         TO SYSR-STATUZ
              MOVE CLRF-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE 'CN'                   TO CLRF-CLNTPFX.
           MOVE WSSP-FSUCO             TO CLRF-CLNTCOY.
           MOVE S5409-NEWOWNER         TO CLRF-CLNTNUM.
           MOVE CLRFREC                TO CLRF-FORMAT.
      *
           IF CLRF-STATUZ               = O-K
              MOVE REWRT               TO CLRF-FUNCTION
           ELSE
              MOVE 'CH'                TO CLRF-FOREPFX
              MOVE WSSP-COMPANY        TO CLRF-FORECOY
              MOVE WSAA-FORENUM        TO CLRF-FORENUM
              MOVE WSAA-CLRRROLE       TO CLRF-CLRRROLE
              MOVE WRITR               TO CLRF-FUNCTION
           END-IF.
      *
           CALL 'CLRFIO'            USING CLRF-PARAMS.
      *
           IF CLRF-STATUZ           NOT = O-K
              MOVE CLRF-STATUZ         TO SYSR-STATUZ
              MOVE CLRF-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3390-EXIT.
           EXIT.
      /
       3400-WRITE-PTRN SECTION.
      *************************
       3410-START.
      *
           INITIALIZE                  PTRN-PARAMS.
           MOVE WSKY-BATC-BATCTRCDE    TO PTRN-BATCTRCDE.
           MOVE CHDRLIF-CHDRCOY        TO PTRN-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO PTRN-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO PTRN-TRANNO.
           MOVE WSAA-TODAY             TO PTRN-PTRNEFF.
           MOVE WSAA-TODAY             TO PTRN-TRANSACTION-DATE.
           MOVE WSAA-TODAY             TO PTRN-DATESUB.
           MOVE PTRNREC                TO PTRN-FORMAT.
           MOVE WRITR                  TO PTRN-FUNCTION.
      *
           CALL 'PTRNIO'            USING PTRN-PARAMS.
      *
           IF PTRN-STATUZ           NOT = O-K
              MOVE PTRN-STATUZ         TO SYSR-STATUZ
              MOVE PTRN-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3490-EXIT.
           EXIT.
      /
       3700-REQUEST-LETTER SECTION.
      *****************************
       3710-START.
      *
      *  Letter type from TR384, transaction code plus contract
      *  type with the '***' fallback.  The client keys and the
      *  despatch client are set by the caller before the perform.
      *
           MOVE WSKY-BATC-BATCTRCDE    TO WSAA-ITEM-BATCTRCDE.
           MOVE CHDRLIF-CNTTYPE        TO WSAA-ITEM-CNTTYPE.
           PERFORM 3750-READ-TR384.
      *
           IF ITEM-STATUZ               = MRNF
              MOVE '***'               TO WSAA-ITEM-CNTTYPE
              PERFORM 3750-READ-TR384
           END-IF.
      *
           IF ITEM-STATUZ           NOT = O-K
              GO TO 3790-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TR384-TR384-REC.
      *
           IF TR384-LETTER-TYPE         = SPACES
              GO TO 3790-EXIT
           END-IF.
      *
           MOVE SPACES                 TO LETRQST-STATUZ.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-REQUEST-COMPANY.
           MOVE TR384-LETTER-TYPE      TO LETRQST-LETTER-TYPE.
           MOVE WSAA-TODAY             TO LETRQST-LETTER-REQUEST-DATE.
           MOVE CHDRLIF-CHDRPFX        TO LETRQST-RDOCPFX.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-RDOCCOY.
           MOVE CHDRLIF-CHDRNUM        TO LETRQST-RDOCNUM.
           MOVE WSSP-LANGUAGE          TO LETRQST-OTHER-KEYS.
           MOVE CHDRLIF-CHDRCOY        TO LETRQST-CHDRCOY.
           MOVE CHDRLIF-CHDRNUM        TO LETRQST-CHDRNUM.
           MOVE CHDRLIF-TRANNO         TO LETRQST-TRANNO.
           MOVE CHDRLIF-CNTBRANCH      TO LETRQST-BRANCH.
           MOVE 'ADD'                  TO LETRQST-FUNCTION.
      *
           CALL 'LETRQST'           USING LETRQST-PARAMS.
      *
           IF LETRQST-STATUZ        NOT = O-K
              MOVE LETRQST-STATUZ      TO SYSR-STATUZ
              MOVE LETRQST-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3790-EXIT.
           EXIT.
      /
       3750-READ-TR384 SECTION.
      *************************
       3751-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TR384                  TO ITEM-ITEMTABL.
           MOVE WSAA-ITEM-KEY          TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF  ITEM-STATUZ          NOT = O-K
           AND ITEM-STATUZ          NOT = MRNF
               MOVE ITEM-STATUZ        TO SYSR-STATUZ
               MOVE ITEM-PARAMS        TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3759-EXIT.
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
