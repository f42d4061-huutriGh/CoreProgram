      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5410.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *          AGENT RECRUITMENT CANDIDATE REGISTER
      *          ====================================
      *
      * Maintains the ZCAN register of recruitment candidates, one
      * record per candidate client, so that an agent number is
      * allocated and the agreement created on P5035 only once the
      * candidate has passed every appointment gate.
      *
      * Register ('A' flag) records the prospect with the recruiting
      * agent, who must hold an agreement that is not terminated,
      * and the intended sales unit (TT518).  The candidate must be
      * a registered client.
      *
      * Modify ('M') records progress through the gates:
      *
      *  - sanctions: the candidate is screened against the ZSANCHK
      *    watchlist on registration and again on each update until
      *    clear - 'C' clear, 'H' hit, with the date of the check;
      *  - licensing exam: the exam date booked and the result,
      *    'P' pass or 'F' fail, which may only be entered on or
      *    after the exam date.  A failed candidate is re-booked by
      *    keying a later exam date, which clears the result;
      *  - the licence: number, class (P5372), issue and expiry;
      *  - documents: 'C' once the appointment documents are all
      *    collected.
      *
      * The candidate status is 'O' open until every gate is passed
      * - sanctions clear, exam passed, licence recorded, documents
      * collected - when it becomes 'Q' qualified.  P5035 will only
      * create an agreement for a qualified candidate; it marks the
      * candidate 'A' appointed with the agent number and seeds the
      * licence on the ZALC register.  Withdraw ('D') closes the
      * candidacy as 'W'.  An appointed or withdrawn candidate may
      * not be changed.
      *
      * B5463 reports the recruitment funnel monthly by sales unit
      * and recruiter.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2697       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5410'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-DTETRM                 PIC 9(08) VALUE 0.
       01  WSAA-ZCAN-EXISTS            PIC X(01) VALUE 'N'.
      *
       01  ERRORS.
           03  B369                    PIC X(04) VALUE 'B369'.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  EV47                    PIC X(04) VALUE 'EV47'.
           03  EV48                    PIC X(04) VALUE 'EV48'.
      *
       01  TABLES.
           03  TT518                   PIC X(05) VALUE 'TT518'.
      *
       01  FORMATS.
           03  AGLFREC                 PIC X(10) VALUE 'AGLFREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZCANREC                 PIC X(10) VALUE 'ZCANREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY AGLFSKM.
           COPY CLTSSKM.
           COPY ITEMSKM.
           COPY ZCANSKM.
           COPY ZSANCHKREC.
           COPY NAMADRSREC.
           COPY DATCON1REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5410SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5410-DATA-AREA.

           COPY MAING.
      /
       1000-INITIALISE SECTION.
      *************************
      *
       1010-INITIALISE.
      *
           MOVE SPACES                 TO S5410-DATA-AREA.
           MOVE ZEROES                 TO S5410-REGDATE
                                          S5410-SANCDATE
                                          S5410-EXAMDATE
                                          S5410-LICISSDT
                                          S5410-LICEXPDT.
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
       2000-SCREEN-EDIT SECTION.
      **************************
      *
       2010-SCREEN-IO.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
       2020-VALIDATE.
      *
           IF S5410-CLNTNUM             = SPACES
              MOVE E005                TO S5410-CLNTNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The candidate must be a registered client.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE WSSP-FSUCO             TO CLTS-CLNTCOY.
           MOVE S5410-CLNTNUM          TO CLTS-CLNTNUM.
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
              MOVE E005                TO S5410-CLNTNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2100-GET-NAME.
      *
           PERFORM 2200-CHECK-EXISTS.
      *
           IF  WSSP-FLAG                = 'A'
           AND WSAA-ZCAN-EXISTS         = 'Y'
               MOVE B369               TO S5410-CLNTNUM-ERR
               GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF  (WSSP-FLAG               = 'M'
           OR   WSSP-FLAG               = 'D')
           AND WSAA-ZCAN-EXISTS     NOT = 'Y'
               MOVE E005               TO S5410-CLNTNUM-ERR
               GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  Appointed and withdrawn candidacies are closed.
      *
           IF  WSAA-ZCAN-EXISTS         = 'Y'
           AND (ZCAN-CANDSTAT           = 'A'
           OR   ZCAN-CANDSTAT           = 'W')
               MOVE EV47               TO S5410-CLNTNUM-ERR
               GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF WSSP-FLAG                 = 'D'
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2300-CHECK-RECRUITER.
      *
           IF S5410-SALESUNT            = SPACES
              MOVE E186                TO S5410-SALESUNT-ERR
           ELSE
              PERFORM 2400-CHECK-UNIT
           END-IF.
      *
           IF WSSP-FLAG                 = 'A'
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The exam result only once the exam has been sat.  A later
      *  exam date re-books a failed candidate.
      *
           IF  S5410-EXAMDATE           > ZCAN-EXAMDATE
           AND ZCAN-EXAMRSLT            = 'F'
           AND S5410-EXAMRSLT           = 'F'
               MOVE SPACE              TO S5410-EXAMRSLT
           END-IF.
      *
           IF S5410-EXAMRSLT        NOT = SPACE AND 'P' AND 'F'
              MOVE E186                TO S5410-EXAMRSLT-ERR
           END-IF.
      *
           IF  S5410-EXAMRSLT       NOT = SPACE
           AND (S5410-EXAMDATE          = ZEROES
           OR   S5410-EXAMDATE          > WSAA-TODAY)
               MOVE E186               TO S5410-EXAMDATE-ERR
           END-IF.
      *
      *  A licence number needs the class and its dates.
      *
           IF S5410-LICNO           NOT = SPACES
              IF S5410-LICCLASS         = SPACES
                 MOVE E186             TO S5410-LICCLASS-ERR
              END-IF
              IF S5410-LICISSDT         = ZEROES
                 MOVE E186             TO S5410-LICISSDT-ERR
              END-IF
              IF S5410-LICEXPDT         = ZEROES
              OR S5410-LICEXPDT     NOT > S5410-LICISSDT
                 MOVE E186             TO S5410-LICEXPDT-ERR
              END-IF
           END-IF.
      *
           IF S5410-DOCSTAT         NOT = SPACE AND 'C'
              MOVE E186                TO S5410-DOCSTAT-ERR
           END-IF.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5410-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-GET-NAME SECTION.
      ***********************
       2110-START.
      *
           MOVE SPACES                 TO NMAD-NAMADRS-REC.
           MOVE 'CN'                   TO NMAD-CLNT-PREFIX.
           MOVE WSSP-FSUCO             TO NMAD-CLNT-COMPANY.
           MOVE S5410-CLNTNUM          TO NMAD-CLNT-NUMBER.
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
              MOVE NMAD-NAME           TO S5410-CLNTNAME
           ELSE
              MOVE SPACES              TO S5410-CLNTNAME
           END-IF.
      *
       2190-EXIT.
           EXIT.
      /
       2200-CHECK-EXISTS SECTION.
      ***************************
       2210-START.
      *
           INITIALIZE                  ZCAN-PARAMS.
           MOVE WSSP-COMPANY           TO ZCAN-AGNTCOY.
           MOVE S5410-CLNTNUM          TO ZCAN-CLNTNUM.
           MOVE ZCANREC                TO ZCAN-FORMAT.
           MOVE READR                  TO ZCAN-FUNCTION.
      *
           CALL 'ZCANIO'            USING ZCAN-PARAMS.
      *
           IF ZCAN-STATUZ           NOT = O-K AND MRNF
              MOVE ZCAN-STATUZ         TO SYSR-STATUZ
              MOVE ZCAN-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCAN-STATUZ           NOT = O-K
              MOVE 'N'                 TO WSAA-ZCAN-EXISTS
              GO TO 2290-EXIT
           END-IF.
      *
      *  Show the register; fields left blank keep their values.
      *
           MOVE 'Y'                    TO WSAA-ZCAN-EXISTS.
      *
           IF S5410-RECRUITER           = SPACES
              MOVE ZCAN-RECRUITER      TO S5410-RECRUITER
           END-IF.
           IF S5410-SALESUNT            = SPACES
              MOVE ZCAN-SALESUNT       TO S5410-SALESUNT
           END-IF.
           IF S5410-EXAMDATE            = ZEROES
              MOVE ZCAN-EXAMDATE       TO S5410-EXAMDATE
           END-IF.
           IF S5410-EXAMRSLT            = SPACE
              MOVE ZCAN-EXAMRSLT       TO S5410-EXAMRSLT
           END-IF.
           IF S5410-LICNO               = SPACES
              MOVE ZCAN-LICNO          TO S5410-LICNO
           END-IF.
           IF S5410-LICCLASS            = SPACES
              MOVE ZCAN-LICCLASS       TO S5410-LICCLASS
           END-IF.
           IF S5410-LICISSDT            = ZEROES
              MOVE ZCAN-LICISSDT       TO S5410-LICISSDT
           END-IF.
           IF S5410-LICEXPDT            = ZEROES
              MOVE ZCAN-LICEXPDT       TO S5410-LICEXPDT
           END-IF.
           IF S5410-DOCSTAT             = SPACE
              MOVE ZCAN-DOCSTAT        TO S5410-DOCSTAT
           END-IF.
      *
           MOVE ZCAN-REGDATE           TO S5410-REGDATE.
           MOVE ZCAN-SANCSTAT          TO S5410-SANCSTAT.
           MOVE ZCAN-SANCDATE          TO S5410-SANCDATE.
           MOVE ZCAN-CANDSTAT          TO S5410-CANDSTAT.
           MOVE ZCAN-AGNTNUM           TO S5410-AGNTNUM.
      *
       2290-EXIT.
           EXIT.
      /
       2300-CHECK-RECRUITER SECTION.
      ******************************
       2310-START.
      *
      *  The recruiter must hold an agreement not yet terminated.
      *
           IF S5410-RECRUITER           = SPACES
              MOVE E186                TO S5410-RECRUITER-ERR
              GO TO 2390-EXIT
           END-IF.
      *
           INITIALIZE                  AGLF-PARAMS.
           MOVE WSSP-COMPANY           TO AGLF-AGNTCOY.
           MOVE S5410-RECRUITER        TO AGLF-AGNTNUM.
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
              MOVE E005                TO S5410-RECRUITER-ERR
              GO TO 2390-EXIT
           END-IF.
      *
           MOVE AGLF-DTETRM            TO WSAA-DTETRM.
      *
           IF  WSAA-DTETRM              > ZERO
           AND WSAA-DTETRM              < 99999999
           AND WSAA-DTETRM          NOT > WSAA-TODAY
               MOVE EV48               TO S5410-RECRUITER-ERR
           END-IF.
      *
       2390-EXIT.
           EXIT.
      /
       2400-CHECK-UNIT SECTION.
      *************************
       2410-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE TT518                  TO ITEM-ITEMTABL.
           MOVE S5410-SALESUNT         TO ITEM-ITEMITEM.
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
              MOVE E186                TO S5410-SALESUNT-ERR
           END-IF.
      *
       2490-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE-DATABASE.
      *
           IF WSSP-FLAG                 = 'A'
              INITIALIZE               ZCAN-PARAMS
              MOVE WSSP-COMPANY        TO ZCAN-AGNTCOY
              MOVE S5410-CLNTNUM       TO ZCAN-CLNTNUM
              MOVE WSAA-TODAY          TO ZCAN-REGDATE
              MOVE 'O'                 TO ZCAN-CANDSTAT
           ELSE
              PERFORM 3100-READ-HOLD
           END-IF.
      *
           IF WSSP-FLAG                 = 'D'
              MOVE 'W'                 TO ZCAN-CANDSTAT
              MOVE WSAA-TODAY          TO ZCAN-WDRDATE
              GO TO 3080-WRITE
           END-IF.
      *
           MOVE S5410-RECRUITER        TO ZCAN-RECRUITER.
           MOVE S5410-SALESUNT         TO ZCAN-SALESUNT.
      *
           IF ZCAN-SANCSTAT         NOT = 'C'
              PERFORM 3200-SANCTIONS-CHECK
           END-IF.
      *
           IF WSSP-FLAG                 = 'A'
              GO TO 3080-WRITE
           END-IF.
      *
           IF S5410-EXAMRSLT        NOT = ZCAN-EXAMRSLT
              IF S5410-EXAMRSLT         = SPACE
                 MOVE ZEROES           TO ZCAN-EXAMRDTE
              ELSE
                 MOVE WSAA-TODAY       TO ZCAN-EXAMRDTE
              END-IF
           END-IF.
           MOVE S5410-EXAMDATE         TO ZCAN-EXAMDATE.
           MOVE S5410-EXAMRSLT         TO ZCAN-EXAMRSLT.
      *
           MOVE S5410-LICNO            TO ZCAN-LICNO.
           MOVE S5410-LICCLASS         TO ZCAN-LICCLASS.
           MOVE S5410-LICISSDT         TO ZCAN-LICISSDT.
           MOVE S5410-LICEXPDT         TO ZCAN-LICEXPDT.
      *
           IF S5410-DOCSTAT         NOT = ZCAN-DOCSTAT
              IF S5410-DOCSTAT          = 'C'
                 MOVE WSAA-TODAY       TO ZCAN-DOCDATE
              ELSE
                 MOVE ZEROES           TO ZCAN-DOCDATE
              END-IF
           END-IF.
           MOVE S5410-DOCSTAT          TO ZCAN-DOCSTAT.
      *
      *  Qualified once every gate is passed; a gate re-opened
      *  returns the candidate to open.
      *
           IF  ZCAN-SANCSTAT            = 'C'
           AND ZCAN-EXAMRSLT            = 'P'
           AND ZCAN-LICNO           NOT = SPACES
           AND ZCAN-DOCSTAT             = 'C'
               IF ZCAN-CANDSTAT     NOT = 'Q'
                  MOVE 'Q'             TO ZCAN-CANDSTAT
                  MOVE WSAA-TODAY      TO ZCAN-QUALDATE
               END-IF
           ELSE
               MOVE 'O'                TO ZCAN-CANDSTAT
               MOVE ZEROES             TO ZCAN-QUALDATE
           END-IF.
      *
       3080-WRITE.
      *
           MOVE ZCANREC                TO ZCAN-FORMAT.
      *
           IF WSSP-FLAG                 = 'A'
              MOVE WRITR               TO ZCAN-FUNCTION
           ELSE
              MOVE REWRT               TO ZCAN-FUNCTION
           END-IF.
      *
           CALL 'ZCANIO'            USING ZCAN-PARAMS.
      *
           IF ZCAN-STATUZ           NOT = O-K
              MOVE ZCAN-STATUZ         TO SYSR-STATUZ
              MOVE ZCAN-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3090-EXIT.
            EXIT.
      /
       3100-READ-HOLD SECTION.
      ************************
       3110-START.
      *
           INITIALIZE                  ZCAN-PARAMS.
           MOVE WSSP-COMPANY           TO ZCAN-AGNTCOY.
           MOVE S5410-CLNTNUM          TO ZCAN-CLNTNUM.
           MOVE ZCANREC                TO ZCAN-FORMAT.
           MOVE READH                  TO ZCAN-FUNCTION.
      *
           CALL 'ZCANIO'            USING ZCAN-PARAMS.
      *
           IF ZCAN-STATUZ           NOT = O-K
              MOVE ZCAN-STATUZ         TO SYSR-STATUZ
              MOVE ZCAN-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-SANCTIONS-CHECK SECTION.
      ******************************
       3210-START.
      *
           INITIALIZE                  ZSAN-ZSANCHK-REC.
           MOVE WSSP-COMPANY           TO ZSAN-COMPANY.
           MOVE S5410-CLNTNAME         TO ZSAN-NAME-IN.
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
              MOVE 'H'                 TO ZCAN-SANCSTAT
           ELSE
              MOVE 'C'                 TO ZCAN-SANCSTAT
           END-IF.
           MOVE WSAA-TODAY             TO ZCAN-SANCDATE.
      *
       3290-EXIT.
           EXIT.
      /
       4000-WHERE-NEXT SECTION.
      *************************
      *
       4010-NEXT-PROGRAM.
      *
           ADD 1                       TO WSSP-PROGRAM-PTR.
      *
       4090-EXIT.
            EXIT.
