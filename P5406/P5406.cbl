      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5406.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *            DISASTER-AREA PREMIUM MORATORIUM REGISTER
      *            =========================================
      *
      * Maintains the ZMOR moratorium register: the areas struck by
      * a typhoon, flood or similar event where premiums are not to
      * be chased for a period.
      *
      * The area is identified from the ZPCD postal master: a
      * postcode is keyed, and the moratorium covers either that
      * ward alone (area type 'W', held under the postcode) or the
      * whole province the ward lies in (area type 'P', held under
      * the ZPCD province name).  The ward, district and province
      * are shown back.  Each moratorium has its own reference.
      *
      * Add ('A' flag) records the event description, the start
      * date (today when left blank), the end date and the relief
      * granted:
      *     extended grace  -  days past the end date before lapse
      *                        may resume (zero for none);
      *     no notices      -  'Y' stops the overdue notice letters;
      *     interest waived -  'Y' waives the late interest charged
      *                        on reinstatement.
      * Both flags default to 'Y'.  The signed-on user is recorded.
      *
      * Modify ('M') may extend or shorten the end date, change the
      * relief (the extended grace days are taken as keyed) or the
      * description, or cancel the moratorium (status 'C'); the
      * start date is kept as registered.
      *
      * While a moratorium is in force, the ZMORCHK check holds
      * B5353 from taking the covered contracts into overdue and
      * lapse, B5354 from sending them notices, and P5355 from
      * charging late interest; B5457 reports the contracts and
      * premium covered and what falls due at the end.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2687       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5406'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-MOR-EXISTS             PIC X(01) VALUE 'N'.
       01  WSAA-AREA                   PIC X(30) VALUE SPACES.
      *
       01  ERRORS.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
           03  B369                    PIC X(04) VALUE 'B369'.
           03  F665                    PIC X(04) VALUE 'F665'.
      *
       01  FORMATS.
           03  ZPCDREC                 PIC X(10) VALUE 'ZPCDREC'.
           03  ZMORREC                 PIC X(10) VALUE 'ZMORREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY ZPCDSKM.
           COPY ZMORSKM.
           COPY DATCON1REC.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5406SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5406-DATA-AREA.

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
           MOVE SPACES                 TO S5406-DATA-AREA.
           MOVE ZEROES                 TO S5406-STRTDATE
                                          S5406-ENDDATE
                                          S5406-GRACEXT.
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
           IF S5406-MORREF              = SPACES
              MOVE E186                TO S5406-MORREF-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           IF S5406-AREATYPE        NOT = 'W' AND 'P'
              MOVE E186                TO S5406-AREATYPE-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
      *  The area must be on the postal master.
      *
           PERFORM 2100-CHECK-AREA.
      *
           IF S5406-POSTCODE-ERR    NOT = SPACES
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2200-CHECK-EXISTS.
      *
           IF WSSP-FLAG                 = 'A'
              IF WSAA-MOR-EXISTS        = 'Y'
                 MOVE B369             TO S5406-MORREF-ERR
                 GO TO 2080-CHECK-FOR-ERRORS
              END-IF
              PERFORM 2300-VALIDATE-ADD
           END-IF.
      *
           IF WSSP-FLAG                 = 'M'
              IF WSAA-MOR-EXISTS    NOT = 'Y'
                 MOVE E005             TO S5406-MORREF-ERR
                 GO TO 2080-CHECK-FOR-ERRORS
              END-IF
              PERFORM 2400-VALIDATE-MODIFY
           END-IF.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5406-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-CHECK-AREA SECTION.
      *************************
       2110-START.
      *
           IF S5406-POSTCODE            = SPACES
              MOVE E005                TO S5406-POSTCODE-ERR
              GO TO 2190-EXIT
           END-IF.
      *
           INITIALIZE                  ZPCD-PARAMS.
           MOVE S5406-POSTCODE         TO ZPCD-POSTCODE.
           MOVE ZPCDREC                TO ZPCD-FORMAT.
           MOVE READR                  TO ZPCD-FUNCTION.
      *
           CALL 'ZPCDIO'            USING ZPCD-PARAMS.
      *
           IF ZPCD-STATUZ           NOT = O-K AND MRNF
              MOVE ZPCD-STATUZ         TO SYSR-STATUZ
              MOVE ZPCD-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZPCD-STATUZ               = MRNF
           OR ZPCD-VALIDFLAG        NOT = '1'
              MOVE E005                TO S5406-POSTCODE-ERR
              GO TO 2190-EXIT
           END-IF.
      *
           MOVE ZPCD-WARD              TO S5406-WARD.
           MOVE ZPCD-DISTRICT          TO S5406-DISTRICT.
           MOVE ZPCD-PROVINCE          TO S5406-PROVINCE.
      *
           IF S5406-AREATYPE            = 'W'
              MOVE S5406-POSTCODE      TO WSAA-AREA
           ELSE
              MOVE ZPCD-PROVINCE       TO WSAA-AREA
           END-IF.
      *
           IF WSAA-AREA                 = SPACES
              MOVE E005                TO S5406-POSTCODE-ERR
           END-IF.
      *
       2190-EXIT.
           EXIT.
      /
       2200-CHECK-EXISTS SECTION.
      ***************************
       2210-START.
      *
           INITIALIZE                  ZMOR-PARAMS.
           MOVE WSSP-COMPANY           TO ZMOR-MORCOY.
           MOVE S5406-AREATYPE         TO ZMOR-AREATYPE.
           MOVE WSAA-AREA              TO ZMOR-AREA.
           MOVE S5406-MORREF           TO ZMOR-MORREF.
           MOVE ZMORREC                TO ZMOR-FORMAT.
           MOVE READR                  TO ZMOR-FUNCTION.
      *
           CALL 'ZMORIO'            USING ZMOR-PARAMS.
      *
           IF ZMOR-STATUZ           NOT = O-K AND MRNF
              MOVE ZMOR-STATUZ         TO SYSR-STATUZ
              MOVE ZMOR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZMOR-STATUZ               = O-K
              MOVE 'Y'                 TO WSAA-MOR-EXISTS
              MOVE ZMOR-USERID         TO S5406-USERID
           ELSE
              MOVE 'N'                 TO WSAA-MOR-EXISTS
           END-IF.
      *
       2290-EXIT.
           EXIT.
      /
       2300-VALIDATE-ADD SECTION.
      ***************************
       2310-START.
      *
           IF S5406-MORDESC             = SPACES
              MOVE E186                TO S5406-MORDESC-ERR
              GO TO 2390-EXIT
           END-IF.
      *
           IF S5406-STRTDATE            = ZEROES
              MOVE WSAA-TODAY          TO S5406-STRTDATE
           END-IF.
      *
           IF S5406-ENDDATE             = ZEROES
           OR S5406-ENDDATE             < S5406-STRTDATE
              MOVE F665                TO S5406-ENDDATE-ERR
              GO TO 2390-EXIT
           END-IF.
      *
           IF S5406-NONOTICE            = SPACES
              MOVE 'Y'                 TO S5406-NONOTICE
           END-IF.
      *
           IF S5406-INTWAIVE            = SPACES
              MOVE 'Y'                 TO S5406-INTWAIVE
           END-IF.
      *
           PERFORM 2500-VALIDATE-RELIEF.
      *
           MOVE 'A'                    TO S5406-MORSTAT.
           MOVE WSSP-USERID            TO S5406-USERID.
      *
       2390-EXIT.
           EXIT.
      /
       2400-VALIDATE-MODIFY SECTION.
      ******************************
       2410-START.
      *
      *  The start date stays as registered; anything left blank
      *  keeps its registered value.
      *
           MOVE ZMOR-STRTDATE          TO S5406-STRTDATE.
      *
           IF S5406-MORDESC             = SPACES
              MOVE ZMOR-MORDESC        TO S5406-MORDESC
           END-IF.
      *
           IF S5406-ENDDATE             = ZEROES
              MOVE ZMOR-ENDDATE        TO S5406-ENDDATE
           END-IF.
      *
           IF S5406-NONOTICE            = SPACES
              MOVE ZMOR-NONOTICE       TO S5406-NONOTICE
           END-IF.
      *
           IF S5406-INTWAIVE            = SPACES
              MOVE ZMOR-INTWAIVE       TO S5406-INTWAIVE
           END-IF.
      *
           IF S5406-MORSTAT             = SPACES
              MOVE ZMOR-MORSTAT        TO S5406-MORSTAT
           END-IF.
      *
           IF S5406-ENDDATE             < S5406-STRTDATE
              MOVE F665                TO S5406-ENDDATE-ERR
              GO TO 2490-EXIT
           END-IF.
      *
           IF S5406-MORSTAT         NOT = 'A' AND 'C'
              MOVE E186                TO S5406-MORSTAT-ERR
              GO TO 2490-EXIT
           END-IF.
      *
           PERFORM 2500-VALIDATE-RELIEF.
      *
       2490-EXIT.
           EXIT.
      /
       2500-VALIDATE-RELIEF SECTION.
      ******************************
       2510-START.
      *
           IF S5406-NONOTICE        NOT = 'Y' AND 'N'
              MOVE E186                TO S5406-NONOTICE-ERR
           END-IF.
      *
           IF S5406-INTWAIVE        NOT = 'Y' AND 'N'
              MOVE E186                TO S5406-INTWAIVE-ERR
           END-IF.
      *
       2590-EXIT.
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
           IF WSSP-FLAG                 = 'A'
              PERFORM 3200-ADD-MORATORIUM
           ELSE
              PERFORM 3300-MODIFY-MORATORIUM
           END-IF.
      *
       3090-EXIT.
            EXIT.
      /
       3200-ADD-MORATORIUM SECTION.
      *****************************
       3210-START.
      *
           INITIALIZE                  ZMOR-PARAMS.
           MOVE WSSP-COMPANY           TO ZMOR-MORCOY.
           MOVE S5406-AREATYPE         TO ZMOR-AREATYPE.
           MOVE WSAA-AREA              TO ZMOR-AREA.
           MOVE S5406-MORREF           TO ZMOR-MORREF.
           MOVE S5406-MORDESC          TO ZMOR-MORDESC.
           MOVE S5406-STRTDATE         TO ZMOR-STRTDATE.
           MOVE S5406-ENDDATE          TO ZMOR-ENDDATE.
           MOVE S5406-GRACEXT          TO ZMOR-GRACEXT.
           MOVE S5406-NONOTICE         TO ZMOR-NONOTICE.
           MOVE S5406-INTWAIVE         TO ZMOR-INTWAIVE.
           MOVE 'A'                    TO ZMOR-MORSTAT.
           MOVE WSSP-USERID            TO ZMOR-USERID.
           MOVE ZMORREC                TO ZMOR-FORMAT.
           MOVE WRITR                  TO ZMOR-FUNCTION.
      *
           CALL 'ZMORIO'            USING ZMOR-PARAMS.
      *
           IF ZMOR-STATUZ           NOT = O-K
              MOVE ZMOR-STATUZ         TO SYSR-STATUZ
              MOVE ZMOR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3300-MODIFY-MORATORIUM SECTION.
      ********************************
       3310-START.
      *
           INITIALIZE                  ZMOR-PARAMS.
           MOVE WSSP-COMPANY           TO ZMOR-MORCOY.
           MOVE S5406-AREATYPE         TO ZMOR-AREATYPE.
           MOVE WSAA-AREA              TO ZMOR-AREA.
           MOVE S5406-MORREF           TO ZMOR-MORREF.
           MOVE ZMORREC                TO ZMOR-FORMAT.
           MOVE READH                  TO ZMOR-FUNCTION.
      *
           CALL 'ZMORIO'            USING ZMOR-PARAMS.
      *
           IF ZMOR-STATUZ           NOT = O-K
              MOVE ZMOR-STATUZ         TO SYSR-STATUZ
              MOVE ZMOR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE S5406-MORDESC          TO ZMOR-MORDESC.
           MOVE S5406-ENDDATE          TO ZMOR-ENDDATE.
           MOVE S5406-GRACEXT          TO ZMOR-GRACEXT.
           MOVE S5406-NONOTICE         TO ZMOR-NONOTICE.
           MOVE S5406-INTWAIVE         TO ZMOR-INTWAIVE.
           MOVE S5406-MORSTAT          TO ZMOR-MORSTAT.
           MOVE WSSP-USERID            TO ZMOR-USERID.
           MOVE ZMORREC                TO ZMOR-FORMAT.
           MOVE REWRT                  TO ZMOR-FUNCTION.
      *
           CALL 'ZMORIO'            USING ZMOR-PARAMS.
      *
           IF ZMOR-STATUZ           NOT = O-K
              MOVE ZMOR-STATUZ         TO SYSR-STATUZ
              MOVE ZMOR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3390-EXIT.
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
