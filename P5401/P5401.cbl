      * Generation Parameters - SCRVER(02)            Do Not Delete|
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P5401.
      *
      * Copyright 1986-2014, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      *            SALES CONTEST DEFINITION
      *            ========================
      *
      * Sets up a sales contest or incentive campaign on the
      * contest register ZCTS (WSSP-FLAG 'A'), or amends one that
      * is still open (WSSP-FLAG 'M').  On an amendment the contest
      * is shown as held when only its code is keyed.
      *
      * A contest covers the issue dates from its start to its end
      * date.  Up to ten contract types and five sources of
      * business (channels) may be named; none named means all
      * products or all channels.  An agent qualifies on meeting
      * every threshold given:
      *
      *    - a number of cases, counting only those whose
      *      annualised premium reaches the case minimum;
      *    - a total annualised premium on those cases;
      *    - a persistency percent, the cases still in force over
      *      the cases counted.
      *
      * At least one of the three thresholds must be given.  The
      * weekly standings B5439 ranks the agents while the contest
      * runs and closes it ('C') with the qualifier list once its
      * end date has passed; a closed contest cannot be amended.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2672       Phi Tran - IT DEV                    *
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
       01  WSAA-PROG                   PIC X(05) VALUE 'P5401'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-CONTEST-EXISTS         PIC X(01) VALUE 'N'.
       01  WSAA-SUB                    PIC S9(03) COMP-3 VALUE 0.
      *
       01  ERRORS.
           03  B369                    PIC X(04) VALUE 'B369'.
           03  E005                    PIC X(04) VALUE 'E005'.
           03  E186                    PIC X(04) VALUE 'E186'.
      *
       01  FORMATS.
           03  ZCTSREC                 PIC X(10) VALUE 'ZCTSREC'.
      /
           COPY VARCOM.
      /
           COPY SYSERRREC.
           COPY CONERRREC.
      /
           COPY ZCTSSKM.
      /
       LINKAGE SECTION.

           COPY WSSPCOMN.
      /
           COPY SCRNPARAMS.
      /
           COPY S5401SCR.
      /
       PROCEDURE DIVISION           USING WSSP-COMMON-AREA
                                          WSSP-USER-AREA
                                          SCRN-SCREEN-PARAMS
                                          S5401-DATA-AREA.

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
           MOVE SPACES                 TO S5401-DATA-AREA.
           MOVE ZEROES                 TO S5401-STRTDATE
                                          S5401-ENDDATE
                                          S5401-MINCASES
                                          S5401-CASEAPE
                                          S5401-MINAPE
                                          S5401-MINPERS.
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
           IF S5401-CONTEST             = SPACES
              MOVE E186                TO S5401-CONTEST-ERR
              GO TO 2080-CHECK-FOR-ERRORS
           END-IF.
      *
           PERFORM 2100-CHECK-EXISTS.
      *
           IF WSSP-FLAG                 = 'A'
              IF WSAA-CONTEST-EXISTS    = 'Y'
                 MOVE B369             TO S5401-CONTEST-ERR
                 GO TO 2080-CHECK-FOR-ERRORS
              END-IF
           END-IF.
      *
           IF WSSP-FLAG                 = 'M'
              IF WSAA-CONTEST-EXISTS NOT = 'Y'
              OR ZCTS-CONTSTAT      NOT = 'O'
                 MOVE E005             TO S5401-CONTEST-ERR
                 GO TO 2080-CHECK-FOR-ERRORS
              END-IF
              IF S5401-CONTDESC         = SPACES
                 PERFORM 2150-SHOW-CONTEST
                 MOVE 'Y'              TO WSSP-EDTERROR
                 GO TO 2090-EXIT
              END-IF
           END-IF.
      *
           PERFORM 2200-VALIDATE-DEFINITION.
      *
       2080-CHECK-FOR-ERRORS.
      *
           IF S5401-ERROR-INDICATORS
                                    NOT = SPACES
               MOVE 'Y'                TO WSSP-EDTERROR
           END-IF.
      *
       2090-EXIT.
            EXIT.
      /
       2100-CHECK-EXISTS SECTION.
      ***************************
       2110-START.
      *
           INITIALIZE                  ZCTS-PARAMS.
           MOVE WSSP-COMPANY           TO ZCTS-CONTCOY.
           MOVE S5401-CONTEST          TO ZCTS-CONTEST.
           MOVE ZCTSREC                TO ZCTS-FORMAT.
           MOVE READR                  TO ZCTS-FUNCTION.
      *
           CALL 'ZCTSIO'            USING ZCTS-PARAMS.
      *
           IF ZCTS-STATUZ           NOT = O-K AND MRNF
              MOVE ZCTS-STATUZ         TO SYSR-STATUZ
              MOVE ZCTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCTS-STATUZ               = O-K
              MOVE 'Y'                 TO WSAA-CONTEST-EXISTS
              MOVE ZCTS-CONTSTAT       TO S5401-CONTSTAT
              MOVE ZCTS-USERID         TO S5401-USERID
           ELSE
              MOVE 'N'                 TO WSAA-CONTEST-EXISTS
           END-IF.
      *
       2190-EXIT.
           EXIT.
      /
       2150-SHOW-CONTEST SECTION.
      ***************************
       2160-START.
      *
      *  The contest as held, for amendment.
      *
           MOVE ZCTS-CONTDESC          TO S5401-CONTDESC.
           MOVE ZCTS-STRTDATE          TO S5401-STRTDATE.
           MOVE ZCTS-ENDDATE           TO S5401-ENDDATE.
           MOVE ZCTS-MINCASES          TO S5401-MINCASES.
           MOVE ZCTS-CASEAPE           TO S5401-CASEAPE.
           MOVE ZCTS-MINAPE            TO S5401-MINAPE.
           MOVE ZCTS-MINPERS           TO S5401-MINPERS.
      *
           PERFORM 2170-SHOW-CNTTYPE
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 10.
      *
           PERFORM 2180-SHOW-SRCEBUS
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 5.
      *
       2169-EXIT.
           EXIT.
      /
       2170-SHOW-CNTTYPE SECTION.
      ***************************
       2171-START.
      *
           MOVE ZCTS-CNTTYPE (WSAA-SUB)
                                       TO S5401-CNTTYPE (WSAA-SUB).
      *
       2179-EXIT.
           EXIT.
      /
       2180-SHOW-SRCEBUS SECTION.
      ***************************
       2181-START.
      *
           MOVE ZCTS-SRCEBUS (WSAA-SUB)
                                       TO S5401-SRCEBUS (WSAA-SUB).
      *
       2189-EXIT.
           EXIT.
      /
       2200-VALIDATE-DEFINITION SECTION.
      **********************************
       2210-START.
      *
           IF S5401-CONTDESC            = SPACES
              MOVE E186                TO S5401-CONTDESC-ERR
           END-IF.
      *
           IF S5401-STRTDATE            = ZEROES
              MOVE E186                TO S5401-STRTDATE-ERR
              GO TO 2290-EXIT
           END-IF.
      *
           IF S5401-ENDDATE             = ZEROES
           OR S5401-ENDDATE             < S5401-STRTDATE
              MOVE E186                TO S5401-ENDDATE-ERR
              GO TO 2290-EXIT
           END-IF.
      *
           IF S5401-MINPERS             > 100
              MOVE E186                TO S5401-MINPERS-ERR
              GO TO 2290-EXIT
           END-IF.
      *
      *  A contest nobody can fail to qualify for is a mistake.
      *
           IF  S5401-MINCASES           = ZEROES
           AND S5401-MINAPE             = ZEROES
           AND S5401-MINPERS            = ZEROES
               MOVE E186               TO S5401-MINCASES-ERR
               GO TO 2290-EXIT
           END-IF.
      *
           MOVE 'O'                    TO S5401-CONTSTAT.
           MOVE WSSP-USERID            TO S5401-USERID.
      *
       2290-EXIT.
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
           INITIALIZE                  ZCTS-PARAMS.
           MOVE WSSP-COMPANY           TO ZCTS-CONTCOY.
           MOVE S5401-CONTEST          TO ZCTS-CONTEST.
           MOVE ZCTSREC                TO ZCTS-FORMAT.
      *
           IF WSSP-FLAG                 = 'A'
              MOVE WRITR               TO ZCTS-FUNCTION
              MOVE ZEROES              TO ZCTS-CLSDATE
           ELSE
              MOVE READH               TO ZCTS-FUNCTION
              CALL 'ZCTSIO'         USING ZCTS-PARAMS
              IF ZCTS-STATUZ        NOT = O-K
                 MOVE ZCTS-STATUZ      TO SYSR-STATUZ
                 MOVE ZCTS-PARAMS      TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
              MOVE REWRT               TO ZCTS-FUNCTION
           END-IF.
      *
           MOVE S5401-CONTDESC         TO ZCTS-CONTDESC.
           MOVE S5401-STRTDATE         TO ZCTS-STRTDATE.
           MOVE S5401-ENDDATE          TO ZCTS-ENDDATE.
           MOVE S5401-MINCASES         TO ZCTS-MINCASES.
           MOVE S5401-CASEAPE          TO ZCTS-CASEAPE.
           MOVE S5401-MINAPE           TO ZCTS-MINAPE.
           MOVE S5401-MINPERS          TO ZCTS-MINPERS.
           MOVE S5401-CONTSTAT         TO ZCTS-CONTSTAT.
           MOVE S5401-USERID           TO ZCTS-USERID.
      *
           PERFORM 3100-SET-CNTTYPE
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 10.
      *
           PERFORM 3200-SET-SRCEBUS
               VARYING WSAA-SUB FROM 1 BY 1
               UNTIL WSAA-SUB           > 5.
      *
           MOVE ZCTSREC                TO ZCTS-FORMAT.
      *
           CALL 'ZCTSIO'            USING ZCTS-PARAMS.
      *
           IF ZCTS-STATUZ           NOT = O-K
              MOVE ZCTS-STATUZ         TO SYSR-STATUZ
              MOVE ZCTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3090-EXIT.
            EXIT.
      /
       3100-SET-CNTTYPE SECTION.
      **************************
       3110-START.
      *
           MOVE S5401-CNTTYPE (WSAA-SUB)
                                       TO ZCTS-CNTTYPE (WSAA-SUB).
      *
       3190-EXIT.
           EXIT.
      /
       3200-SET-SRCEBUS SECTION.
      **************************
       3210-START.
      *
           MOVE S5401-SRCEBUS (WSAA-SUB)
                                       TO ZCTS-SRCEBUS (WSAA-SUB).
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
