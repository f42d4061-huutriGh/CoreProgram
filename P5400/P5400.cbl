      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5400.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *            BANCASSURANCE PARTNER ON A PROPOSAL
      *            ===================================
      *
      * Records the partner bank that introduced a proposal as its
      * distribution channel, or changes it, while the proposal is
      * still pending ('IP').  The bulk intake B5374 records it for
      * the e-applications; this screen does so for proposals keyed
      * online and corrects either.
      *
      * The partner must be on the partner master TV142.  The bank
      * branch and the referring staff member are kept with it on
      * the contract-partner register ZBCP, and the partner's
      * channel (TV142 source of business) goes on the proposal
      * header, so the product must be open to that channel on the
      * date the application was signed (TV140 through ZPAVCHK,
      * function 'APPL').
      *
      * The monthly partner fee settlement B5438 pays and claws
      * back the partner's fees on the contracts registered here.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2671       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5400'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  EV23                    PIC X(04) VALUE 'EV23'.
           03  EV24                    PIC X(04) VALUE 'EV24'.
           03  EV28                    PIC X(04) VALUE 'EV28'.
      *
       01  TABLES.
           03  TV142                   PIC X(06) VALUE 'TV142'.
      *
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  HPADREC                 PIC X(10) VALUE 'HPADREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZBCPREC                 PIC X(10) VALUE 'ZBCPREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY CHDRLNBSKM.
           COPY HPADSKM.
           COPY ITEMSKM.
           COPY TV142REC.
           COPY ZBCPSKM.
           COPY ZPAVCHKREC.
           COPY DATCON1REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5400SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5400-DATA-AREA.

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
           MOVE SPACES                 TO S5400-DATA-AREA.
      *
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-INT-DATE          TO WSAA-TODAY.
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
           IF S5400-CHDRNUM             = SPACES
              MOVE E005                TO S5400-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLNB-CHDRCOY.
           MOVE S5400-CHDRNUM          TO CHDRLNB-CHDRNUM.
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
      *  The channel is set while the contract is a proposal only.
      *
           IF CHDRLNB-STATUZ            = MRNF
           OR CHDRLNB-STATCODE      NOT = 'IP'
              MOVE E005                TO S5400-CHDRNUM-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           MOVE CHDRLNB-CNTTYPE        TO S5400-CNTTYPE.
      *
      *  A partner already recorded is shown for change.
      *
           IF S5400-PARTNER             = SPACES
              PERFORM 2100-SHOW-PARTNER
           END-IF.
      *
           PERFORM 2200-VALIDATE-PARTNER.
      *
           IF S5400-PARTNER-ERR     NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2300-CHECK-AVAILABILITY.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5400-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-SHOW-PARTNER SECTION.
      ***************************
       2110-START.
      *
           INITIALIZE                  ZBCP-PARAMS.
           MOVE WSSP-COMPANY           TO ZBCP-CHDRCOY.
           MOVE S5400-CHDRNUM          TO ZBCP-CHDRNUM.
           MOVE ZBCPREC                TO ZBCP-FORMAT.
           MOVE READR                  TO ZBCP-FUNCTION.
      *
           CALL 'ZBCPIO'            USING ZBCP-PARAMS.
      *
           IF ZBCP-STATUZ           NOT = O-K AND MRNF
              MOVE ZBCP-STATUZ         TO SYSR-STATUZ
              MOVE ZBCP-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZBCP-STATUZ               = O-K
              MOVE ZBCP-PARTNER        TO S5400-PARTNER
              MOVE ZBCP-BNKBRANCH      TO S5400-BNKBRANCH
              MOVE ZBCP-REFERRER       TO S5400-REFERRER
           END-IF.
      *
       2190-EXIT.
           EXIT.
      /
       2200-VALIDATE-PARTNER SECTION.
      *******************************
       2210-START.
      *
      *  The partner must be on the partner master.
      *
           MOVE SPACES                 TO S5400-PAYEENME
                                          S5400-SRCEBUS.
      *
           IF S5400-PARTNER             = SPACES
              MOVE EV28                TO S5400-PARTNER-ERR
              GO TO 2290-EXIT
           END-IF.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE TV142                  TO ITEM-ITEMTABL.
           MOVE S5400-PARTNER          TO ITEM-ITEMITEM.
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
              MOVE EV28                TO S5400-PARTNER-ERR
              GO TO 2290-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV142-TV142-REC.
           MOVE TV142-PAYEENME         TO S5400-PAYEENME.
           MOVE TV142-SRCEBUS          TO S5400-SRCEBUS.
      *
       2290-EXIT.
           EXIT.
      /
       2300-CHECK-AVAILABILITY SECTION.
      *********************************
       2310-START.
      *
      *  The product must be on sale to the partner's channel on
      *  the date the application was signed.
      *
           INITIALIZE                  HPAD-PARAMS.
           MOVE CHDRLNB-CHDRCOY        TO HPAD-CHDRCOY.
           MOVE CHDRLNB-CHDRNUM        TO HPAD-CHDRNUM.
           MOVE HPADREC                TO HPAD-FORMAT.
           MOVE READR                  TO HPAD-FUNCTION.
      *
           CALL 'HPADIO'            USING HPAD-PARAMS.
      *
           IF HPAD-STATUZ           NOT = O-K AND MRNF
              MOVE HPAD-STATUZ         TO SYSR-STATUZ
              MOVE HPAD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           INITIALIZE                  ZPAV-ZPAVCHK-REC.
           MOVE 'APPL'                 TO ZPAV-FUNCTION.
           MOVE WSSP-COMPANY           TO ZPAV-COMPANY.
           MOVE CHDRLNB-CNTTYPE        TO ZPAV-CNTTYPE.
           MOVE WSAA-TODAY             TO ZPAV-EFFDATE.
      *
           IF TV142-SRCEBUS             = SPACES
              MOVE CHDRLNB-SRCEBUS     TO ZPAV-SRCEBUS
           ELSE
              MOVE TV142-SRCEBUS       TO ZPAV-SRCEBUS
           END-IF.
      *
           IF HPAD-STATUZ               = O-K
              MOVE HPAD-HPROPDTE       TO ZPAV-SIGNDATE
              MOVE HPAD-HPRRCVDT       TO ZPAV-RCVDATE
           ELSE
              MOVE WSAA-TODAY          TO ZPAV-SIGNDATE
                                          ZPAV-RCVDATE
           END-IF.
      *
           CALL 'ZPAVCHK'           USING ZPAV-ZPAVCHK-REC.
      *
           IF ZPAV-STATUZ           NOT = O-K
              MOVE ZPAV-STATUZ         TO SYSR-STATUZ
              MOVE ZPAV-ZPAVCHK-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZPAV-ALLOW                = 'Y'
              GO TO 2390-EXIT
           END-IF.
      *
           IF ZPAV-REASON               = 'NSAL'
              MOVE EV23                TO S5400-PARTNER-ERR
           ELSE
              MOVE EV24                TO S5400-PARTNER-ERR
           END-IF.
      *
       2390-EXIT.
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
           PERFORM 3100-REGISTER-PARTNER.
      *
           IF S5400-SRCEBUS         NOT = SPACES
              PERFORM 3200-SET-CHANNEL
           END-IF.
      *
       3090-EXIT.
            EXIT.
      /
       3100-REGISTER-PARTNER SECTION.
      *******************************
       3110-START.
      *
      *  One register entry per contract; a change of partner
      *  replaces it.
      *
           INITIALIZE                  ZBCP-PARAMS.
           MOVE WSSP-COMPANY           TO ZBCP-CHDRCOY.
           MOVE S5400-CHDRNUM          TO ZBCP-CHDRNUM.
           MOVE ZBCPREC                TO ZBCP-FORMAT.
           MOVE READH                  TO ZBCP-FUNCTION.
      *
           CALL 'ZBCPIO'            USING ZBCP-PARAMS.
      *
           IF ZBCP-STATUZ           NOT = O-K AND MRNF
              MOVE ZBCP-STATUZ         TO SYSR-STATUZ
              MOVE ZBCP-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZBCP-STATUZ               = O-K
              MOVE REWRT               TO ZBCP-FUNCTION
           ELSE
              INITIALIZE                  ZBCP-PARAMS
              MOVE WSSP-COMPANY        TO ZBCP-CHDRCOY
              MOVE S5400-CHDRNUM       TO ZBCP-CHDRNUM
              MOVE WRITR               TO ZBCP-FUNCTION
           END-IF.
      *
           MOVE S5400-PARTNER          TO ZBCP-PARTNER.
           MOVE S5400-BNKBRANCH        TO ZBCP-BNKBRANCH.
           MOVE S5400-REFERRER         TO ZBCP-REFERRER.
           MOVE WSAA-TODAY             TO ZBCP-CRTDATE.
           MOVE WSSP-USERID            TO ZBCP-USERID.
           MOVE ZBCPREC                TO ZBCP-FORMAT.
      *
           CALL 'ZBCPIO'            USING ZBCP-PARAMS.
      *
           IF ZBCP-STATUZ           NOT = O-K
              MOVE ZBCP-STATUZ         TO SYSR-STATUZ
              MOVE ZBCP-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-SET-CHANNEL SECTION.
      **************************
       3210-START.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE WSSP-COMPANY           TO CHDRLNB-CHDRCOY.
           MOVE S5400-CHDRNUM          TO CHDRLNB-CHDRNUM.
           MOVE CHDRLNBREC             TO CHDRLNB-FORMAT.
           MOVE READH                  TO CHDRLNB-FUNCTION.
      *
           CALL 'CHDRLNBIO'         USING CHDRLNB-PARAMS.
      *
           IF CHDRLNB-STATUZ        NOT = O-K
              MOVE CHDRLNB-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE S5400-SRCEBUS          TO CHDRLNB-SRCEBUS.
           MOVE REWRT                  TO CHDRLNB-FUNCTION.
      *
           CALL 'CHDRLNBIO'         USING CHDRLNB-PARAMS.
      *
           IF CHDRLNB-STATUZ        NOT = O-K
              MOVE CHDRLNB-STATUZ      TO SYSR-STATUZ
              MOVE CHDRLNB-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3290-EXIT.
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
