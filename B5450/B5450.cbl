      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5450.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   CLIENT-RECORD UNUSUAL ACCESS REPORT.
      *
      *   Run weekly over the ZVEW view access log written by the
      *   enquiry screens (P2473 client window, P6380 client
      *   360-view, P6235 and P6236 contract account enquiries)
      *   through ZVEWLOG.  Every view dated inside the TV153
      *   window up to the effective date is read, and ZVARPF is
      *   written for the data-protection officer, one line per
      *   finding, by record type:
      *
      *       STAF  a view of a staff member's record (CLEX staff
      *             flag set)
      *       VIP   a view of a VIP client's record (CLTS VIP flag)
      *       AGNT  a view of an agent's own client record (the
      *             client holds an 'AG' role)
      *       BRCH  a view of a client with no link to the user's
      *             sign-on branch - none of the client's contracts,
      *             nor the contract viewed, is serviced there
      *       VOLM  a user whose view count for the window is at
      *             least the TV153 minimum and more than the TV153
      *             multiple of the average over all users who
      *             viewed anything - one line per user, written
      *             at the end of the run
      *
      *   The TV153 item is the program name.  With no item the
      *   window is 7 days, the multiple 3.0 and the minimum 50
      *   views.  Users signed on to a branch listed on the item
      *   (head office, say) are not reported for BRCH.
      *
      *   Control totals:
      *     01  -  Views read in window
      *     02  -  Staff, VIP and agent record views reported
      *     03  -  Out-of-branch views reported
      *     04  -  High-volume users reported
      *
      *   Error Processing:
      *     If a system error move the error code into the SYSR-STATUZ
      *     If a database error move the XXXX-PARAMS to SYSR-PARAMS.
      *     Perform the 600-FATAL-ERROR section.
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      ***********************************************************************
      * DATE.... VSN/MOD  WORK UNIT    BY....                               *
      *                                                                     *
      * 15/10/26  01/01   PH2681       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.                                IBM-AS400.
       OBJECT-COMPUTER.                                IBM-AS400.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZVARPF               ASSIGN TO DATABASE-ZVARPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZVARPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZVARPF-REC.
       01  ZVARPF-REC.
           COPY DDS-ALL-FORMATS            OF ZVARPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5450'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-WINDOW-START           PIC 9(08) VALUE 0.
       01  WSAA-CLRR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-RECTYPE                PIC X(04) VALUE SPACES.
       01  WSAA-DETAIL                 PIC X(60) VALUE SPACES.
       01  WSAA-VIEW-LINK              PIC X(01) VALUE 'N'.
       01  WSAA-SENS-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-BRCH-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-VOLM-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-TOTAL-VIEWS            PIC 9(09) COMP-3 VALUE 0.
       01  WSAA-AVERAGE                PIC 9(07)V9(02) COMP-3 VALUE 0.
       01  WSAA-THRESHOLD              PIC 9(09)V9(02) COMP-3 VALUE 0.
       01  WSAA-AVERAGE-ED             PIC Z(06)9.99.
       01  WSAA-IX                     PIC S9(03) COMP-3 VALUE 0.
      *
      *    One slot per user met inside the window.
      *
       01  WSAA-USER-IX                PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-USER-FOUND             PIC X(01) VALUE 'N'.
       01  WSAA-USER-CNT               PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-USER-TAB.
           03  WSAA-USER-ENTRY         OCCURS 500 TIMES.
               05  WSAA-USR-ID         PIC X(08).
               05  WSAA-USR-BRANCH     PIC X(02).
               05  WSAA-USR-VIEWS      PIC 9(07) COMP-3.
      *
      *    The client last checked, and for which sign-on branch -
      *    a user's views of one client usually come together.
      *
       01  WSAA-LAST-CHECK.
           03  WSAA-LAST-CLNTCOY       PIC X(01) VALUE SPACES.
           03  WSAA-LAST-CLNTNUM       PIC X(08) VALUE SPACES.
           03  WSAA-LAST-BRANCH        PIC X(02) VALUE SPACES.
       01  WSAA-THIS-CHECK.
           03  WSAA-THIS-CLNTCOY       PIC X(01) VALUE SPACES.
           03  WSAA-THIS-CLNTNUM       PIC X(08) VALUE SPACES.
           03  WSAA-THIS-BRANCH        PIC X(02) VALUE SPACES.
       01  WSAA-CLNT-FLAGS.
           03  WSAA-CLNT-STAFF         PIC X(01) VALUE 'N'.
           03  WSAA-CLNT-VIP           PIC X(01) VALUE 'N'.
           03  WSAA-CLNT-AGENT         PIC X(01) VALUE 'N'.
           03  WSAA-CLNT-LINK          PIC X(01) VALUE 'N'.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  CLEXREC                 PIC X(10) VALUE 'CLEXREC'.
           03  CLRRREC                 PIC X(10) VALUE 'CLRRREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZVEWREC                 PIC X(10) VALUE 'ZVEWREC'.
      *
       01  TABLES.
           03  TV153                   PIC X(06) VALUE 'TV153'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY VARCOM.
           COPY SMTPFXCPY.
           COPY CONTOTREC.
           COPY DATCON2REC.
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY ITEMSKM.
           COPY TV153REC.
      /
           COPY CHDRLIFSKM.
           COPY CLEXSKM.
           COPY CLRRSKM.
           COPY CLTSSKM.
           COPY ZVEWSKM.
      /
      *
       LINKAGE SECTION.
      *****************
      *
       01  LSAA-STATUZ                PIC X(04).
       01  LSAA-BSSCREC               PIC X(1024).
       01  LSAA-BSPRREC               PIC X(1024).
       01  LSAA-BPRDREC               PIC X(1024).
       01  LSAA-BUPAREC               PIC X(1024).
      /
       PROCEDURE DIVISION           USING LSAA-STATUZ
                                          LSAA-BSSCREC
                                          LSAA-BSPRREC
                                          LSAA-BPRDREC
                                          LSAA-BUPAREC.

           COPY MAINB.
      /
       0900-RESTART SECTION.
      **********************
      *
       0910-RESTART.
      *
      * Place any additional restart processing in here.
      *
       0990-EXIT.
           EXIT.
      /
       1000-INITIALISE SECTION.
      *************************
      *
       1010-INITIALISE.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           OPEN OUTPUT ZVARPF.
      *
      *  Window, volume multiple and minimum, exempt branches.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV153                  TO ITEM-ITEMTABL.
           MOVE WSAA-PROG              TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TV153-TV153-REC
           ELSE
              MOVE SPACES              TO TV153-TV153-REC
              MOVE 7                   TO TV153-WINDAYS
              MOVE 3                   TO TV153-VOLFACT
              MOVE 50                  TO TV153-MINVIEWS
           END-IF.
      *
      *  The window ends on, and includes, the effective date.
      *
           INITIALIZE                  DTC2-DATCON2-REC.
           MOVE 'DY'                   TO DTC2-FREQUENCY.
           COMPUTE DTC2-FREQ-FACTOR     = 1 - TV153-WINDAYS.
           MOVE BSSC-EFFECTIVE-DATE    TO DTC2-INT-DATE-1.
      *
           CALL 'DATCON2'           USING DTC2-DATCON2-REC.
      *
           IF DTC2-STATUZ           NOT = O-K
              MOVE DTC2-STATUZ         TO SYSR-STATUZ
              MOVE DTC2-DATCON2-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE DTC2-INT-DATE-2        TO WSAA-WINDOW-START.
      *
           INITIALIZE                  ZVEW-PARAMS.
           MOVE WSAA-WINDOW-START      TO ZVEW-VIEWDATE.
           MOVE ZVEWREC                TO ZVEW-FORMAT.
           MOVE BEGN                   TO ZVEW-FUNCTION.
           MOVE 'Y'                    TO WSAA-FIRST-READ.
      *
       1090-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           IF WSAA-FIRST-READ           = 'Y'
              MOVE 'N'                 TO WSAA-FIRST-READ
           ELSE
              MOVE NEXTR               TO ZVEW-FUNCTION
           END-IF.
      *
           CALL 'ZVEWIO'            USING ZVEW-PARAMS.
      *
           IF ZVEW-STATUZ           NOT = O-K AND ENDP
              MOVE ZVEW-STATUZ         TO SYSR-STATUZ
              MOVE ZVEW-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  The log is in date order, so the run stops at the first
      *  view after the effective date.
      *
           IF ZVEW-STATUZ               = ENDP
           OR ZVEW-VIEWDATE             > BSSC-EFFECTIVE-DATE
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
       2090-EXIT.
           EXIT.
      /
       2500-EDIT SECTION.
      *******************
      *
       2510-EDIT.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           IF ZVEW-VALIDFLAG        NOT = '1'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       2590-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           PERFORM 3100-COUNT-USER.
      *
           IF  ZVEW-CLNTNUM             = SPACES
           AND ZVEW-CHDRNUM             = SPACES
               GO TO 3090-EXIT
           END-IF.
      *
      *  Staff, VIP, agent and branch findings for the client.
      *
           MOVE ZVEW-CLNTCOY           TO WSAA-THIS-CLNTCOY.
           MOVE ZVEW-CLNTNUM           TO WSAA-THIS-CLNTNUM.
           MOVE ZVEW-BRANCH            TO WSAA-THIS-BRANCH.
      *
           IF WSAA-THIS-CHECK       NOT = WSAA-LAST-CHECK
              PERFORM 3200-CHECK-CLIENT
              MOVE WSAA-THIS-CHECK     TO WSAA-LAST-CHECK
           END-IF.
      *
           MOVE WSAA-CLNT-LINK         TO WSAA-VIEW-LINK.
      *
           IF  WSAA-VIEW-LINK           = 'N'
           AND ZVEW-CHDRNUM         NOT = SPACES
               PERFORM 3400-CHECK-CONTRACT
           END-IF.
      *
           IF WSAA-CLNT-STAFF           = 'Y'
              MOVE 'STAF'              TO WSAA-RECTYPE
              MOVE 'STAFF MEMBER RECORD'
                                       TO WSAA-DETAIL
              PERFORM 3900-WRITE-LINE
              MOVE CT02                TO CONT-TOTNO
              PERFORM 3950-COUNT-LINE
           END-IF.
      *
           IF WSAA-CLNT-VIP             = 'Y'
              MOVE 'VIP '              TO WSAA-RECTYPE
              MOVE 'VIP CLIENT RECORD' TO WSAA-DETAIL
              PERFORM 3900-WRITE-LINE
              MOVE CT02                TO CONT-TOTNO
              PERFORM 3950-COUNT-LINE
           END-IF.
      *
           IF WSAA-CLNT-AGENT           = 'Y'
              MOVE 'AGNT'              TO WSAA-RECTYPE
              MOVE 'AGENT OWN CLIENT RECORD'
                                       TO WSAA-DETAIL
              PERFORM 3900-WRITE-LINE
              MOVE CT02                TO CONT-TOTNO
              PERFORM 3950-COUNT-LINE
           END-IF.
      *
           IF WSAA-VIEW-LINK            = 'N'
              MOVE 'BRCH'              TO WSAA-RECTYPE
              MOVE SPACES              TO WSAA-DETAIL
              STRING 'NO CONTRACT SERVICED AT BRANCH '
                                       DELIMITED BY SIZE
                     ZVEW-BRANCH       DELIMITED BY SIZE
                                       INTO WSAA-DETAIL
              END-STRING
              PERFORM 3900-WRITE-LINE
              MOVE CT03                TO CONT-TOTNO
              PERFORM 3950-COUNT-LINE
           END-IF.
      *
       3090-EXIT.
           EXIT.
      /
       3100-COUNT-USER SECTION.
      *************************
      *
       3110-START.
      *
           MOVE 'N'                    TO WSAA-USER-FOUND.
           PERFORM 3150-CHECK-SLOT
               VARYING WSAA-IX FROM 1 BY 1
               UNTIL WSAA-IX            > WSAA-USER-CNT
               OR WSAA-USER-FOUND       = 'Y'.
      *
           IF WSAA-USER-FOUND       NOT = 'Y'
              IF WSAA-USER-CNT          < 500
                 ADD 1                 TO WSAA-USER-CNT
                 MOVE WSAA-USER-CNT    TO WSAA-USER-IX
                 MOVE ZVEW-USERID      TO WSAA-USR-ID
                                          (WSAA-USER-IX)
                 MOVE ZVEW-BRANCH      TO WSAA-USR-BRANCH
                                          (WSAA-USER-IX)
                 MOVE ZERO             TO WSAA-USR-VIEWS
                                          (WSAA-USER-IX)
              ELSE
                 MOVE BOMB             TO SYSR-STATUZ
                 MOVE WSAA-USER-TAB (1:30)
                                       TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
           END-IF.
      *
           ADD 1                       TO WSAA-USR-VIEWS
                                          (WSAA-USER-IX)
                                          WSAA-TOTAL-VIEWS.
      *
       3190-EXIT.
           EXIT.
      /
       3150-CHECK-SLOT SECTION.
      *************************
      *
       3151-CHECK.
      *
           IF WSAA-USR-ID (WSAA-IX)     = ZVEW-USERID
              MOVE 'Y'                 TO WSAA-USER-FOUND
              MOVE WSAA-IX             TO WSAA-USER-IX
           END-IF.
      *
       3159-EXIT.
           EXIT.
      /
       3200-CHECK-CLIENT SECTION.
      ***************************
      *
       3210-START.
      *
           MOVE 'N'                    TO WSAA-CLNT-STAFF
                                          WSAA-CLNT-VIP
                                          WSAA-CLNT-AGENT
                                          WSAA-CLNT-LINK.
      *
      *  No sign-on branch, or an exempt one, is never out of
      *  branch.
      *
           IF ZVEW-BRANCH               = SPACES
              MOVE 'Y'                 TO WSAA-CLNT-LINK
           ELSE
              PERFORM 3250-CHECK-EXEMPT
                  VARYING WSAA-IX FROM 1 BY 1
                  UNTIL WSAA-IX         > 5
                  OR WSAA-CLNT-LINK     = 'Y'
           END-IF.
      *
           IF ZVEW-CLNTNUM              = SPACES
              GO TO 3290-EXIT
           END-IF.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE ZVEW-CLNTCOY           TO CLTS-CLNTCOY.
           MOVE ZVEW-CLNTNUM           TO CLTS-CLNTNUM.
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
              GO TO 3290-EXIT
           END-IF.
      *
           IF  CLTS-VIP (1:1)       NOT = SPACES
           AND CLTS-VIP (1:1)       NOT = 'N'
               MOVE 'Y'                TO WSAA-CLNT-VIP
           END-IF.
      *
           INITIALIZE                  CLEX-PARAMS.
           MOVE 'CN'                   TO CLEX-CLNTPFX.
           MOVE ZVEW-CLNTCOY           TO CLEX-CLNTCOY.
           MOVE ZVEW-CLNTNUM           TO CLEX-CLNTNUM.
           MOVE CLEXREC                TO CLEX-FORMAT.
           MOVE READR                  TO CLEX-FUNCTION.
      *
           CALL 'CLEXIO'            USING CLEX-PARAMS.
      *
           IF CLEX-STATUZ           NOT = O-K AND MRNF
              MOVE CLEX-STATUZ         TO SYSR-STATUZ
              MOVE CLEX-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF  CLEX-STATUZ              = O-K
           AND CLEX-RSTAFLAG (1:2)  NOT = SPACES
           AND CLEX-RSTAFLAG (1:2)  NOT = 'N '
               MOVE 'Y'                TO WSAA-CLNT-STAFF
           END-IF.
      *
      *  The client's roles: an agent role, and the contracts
      *  whose servicing branch links the client to the user's.
      *
           MOVE 'N'                    TO WSAA-CLRR-EOF.
           MOVE SPACES                 TO CLRR-PARAMS.
           MOVE 'CN'                   TO CLRR-CLNTPFX.
           MOVE ZVEW-CLNTCOY           TO CLRR-CLNTCOY.
           MOVE ZVEW-CLNTNUM           TO CLRR-CLNTNUM.
           MOVE CLRRREC                TO CLRR-FORMAT.
           MOVE BEGN                   TO CLRR-FUNCTION.
      *
           PERFORM 3300-ONE-ROLE
               UNTIL WSAA-CLRR-EOF      = 'Y'.
      *
       3290-EXIT.
           EXIT.
      /
       3250-CHECK-EXEMPT SECTION.
      ***************************
      *
       3251-CHECK.
      *
           IF  TV153-EXBRANCH (WSAA-IX) NOT = SPACES
           AND TV153-EXBRANCH (WSAA-IX)     = ZVEW-BRANCH
               MOVE 'Y'                TO WSAA-CLNT-LINK
           END-IF.
      *
       3259-EXIT.
           EXIT.
      /
       3300-ONE-ROLE SECTION.
      ***********************
      *
       3310-START.
      *
           CALL 'CLRRIO'            USING CLRR-PARAMS.
      *
           IF CLRR-STATUZ           NOT = O-K AND ENDP
              MOVE CLRR-STATUZ         TO SYSR-STATUZ
              MOVE CLRR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CLRR-STATUZ               = ENDP
           OR CLRR-CLNTPFX (1:2)    NOT = 'CN'
           OR CLRR-CLNTCOY (1:1)    NOT = ZVEW-CLNTCOY
           OR CLRR-CLNTNUM (1:8)    NOT = ZVEW-CLNTNUM
              MOVE 'Y'                 TO WSAA-CLRR-EOF
              GO TO 3390-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO CLRR-FUNCTION.
      *
           IF CLRR-CLRRROLE (1:2)       = 'AG'
              MOVE 'Y'                 TO WSAA-CLNT-AGENT
           END-IF.
      *
           IF CLRR-FOREPFX (1:2)    NOT = 'CH'
           OR WSAA-CLNT-LINK            = 'Y'
              GO TO 3390-EXIT
           END-IF.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE CLRR-FORECOY (1:1)     TO CHDRLIF-CHDRCOY.
           MOVE CLRR-FORENUM (1:8)     TO CHDRLIF-CHDRNUM.
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
           IF  CHDRLIF-STATUZ           = O-K
           AND CHDRLIF-CNTBRANCH        = ZVEW-BRANCH
               MOVE 'Y'                TO WSAA-CLNT-LINK
           END-IF.
      *
       3390-EXIT.
           EXIT.
      /
       3400-CHECK-CONTRACT SECTION.
      *****************************
      *
       3410-START.
      *
      *  A contract enquiry is in branch when the contract viewed
      *  is serviced at the user's branch.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE ZVEW-CHDRCOY           TO CHDRLIF-CHDRCOY.
           MOVE ZVEW-CHDRNUM           TO CHDRLIF-CHDRNUM.
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
           IF  CHDRLIF-STATUZ           = O-K
           AND CHDRLIF-CNTBRANCH        = ZVEW-BRANCH
               MOVE 'Y'                TO WSAA-VIEW-LINK
           END-IF.
      *
       3490-EXIT.
           EXIT.
      /
       3900-WRITE-LINE SECTION.
      *************************
      *
       3910-START.
      *
           MOVE SPACES                 TO ZVARPF-REC.
           MOVE WSAA-RECTYPE           TO RECTYPE   OF ZVARPF.
           MOVE ZVEW-USERID            TO USERID    OF ZVARPF.
           MOVE ZVEW-BRANCH            TO BRANCH    OF ZVARPF.
           MOVE ZVEW-CLNTNUM           TO CLNTNUM   OF ZVARPF.
           MOVE ZVEW-CHDRNUM           TO CHDRNUM   OF ZVARPF.
           MOVE ZVEW-VIEWDATE          TO VIEWDATE  OF ZVARPF.
           MOVE ZVEW-PROGNAME          TO PROGNAME  OF ZVARPF.
           MOVE 1                      TO VIEWCNT   OF ZVARPF.
           MOVE WSAA-DETAIL            TO ITEMDESC  OF ZVARPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZVARPF.
      *
           WRITE ZVARPF-REC.
      *
       3990-EXIT.
           EXIT.
      /
       3950-COUNT-LINE SECTION.
      *************************
      *
       3951-START.
      *
           IF CONT-TOTNO                = CT03
              ADD 1                    TO WSAA-BRCH-CNT
           ELSE
              ADD 1                    TO WSAA-SENS-CNT
           END-IF.
      *
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3959-EXIT.
           EXIT.
      /
       3500-COMMIT SECTION.
      **********************
      *
       3510-COMMIT.
      *
      * Place any additional commitment processing in here.
      *
       3590-EXIT.
           EXIT.
      /
       3600-ROLLBACK SECTION.
      **********************
      *
       3610-ROLLBACK.
      *
      * Place any additional rollback processing in here.
      *
       3690-EXIT.
           EXIT.
      /
       4000-CLOSE SECTION.
      ********************
      *
       4010-CLOSE-FILES.
      *
      *  Volume: the users far above the average of all the users
      *  who viewed anything in the window.
      *
           IF WSAA-USER-CNT             > ZERO
              COMPUTE WSAA-AVERAGE ROUNDED
                                        = WSAA-TOTAL-VIEWS
                                        / WSAA-USER-CNT
              COMPUTE WSAA-THRESHOLD    = WSAA-AVERAGE
                                        * TV153-VOLFACT
              MOVE WSAA-AVERAGE        TO WSAA-AVERAGE-ED
              PERFORM 4100-ONE-USER
                  VARYING WSAA-IX FROM 1 BY 1
                  UNTIL WSAA-IX         > WSAA-USER-CNT
           END-IF.
      *
           CLOSE ZVARPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5450 CLIENT-RECORD ACCESS REVIEW SUMMARY'.
           DISPLAY 'WINDOW FROM...............: ' WSAA-WINDOW-START.
           DISPLAY 'USERS.....................: ' WSAA-USER-CNT.
           DISPLAY 'VIEWS.....................: ' WSAA-TOTAL-VIEWS.
           DISPLAY 'AVERAGE VIEWS PER USER....: ' WSAA-AVERAGE-ED.
           DISPLAY 'STAFF/VIP/AGENT VIEWS.....: ' WSAA-SENS-CNT.
           DISPLAY 'OUT-OF-BRANCH VIEWS.......: ' WSAA-BRCH-CNT.
           DISPLAY 'HIGH-VOLUME USERS.........: ' WSAA-VOLM-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
       4100-ONE-USER SECTION.
      ***********************
      *
       4110-START.
      *
           IF  WSAA-USR-VIEWS (WSAA-IX) NOT < TV153-MINVIEWS
           AND WSAA-USR-VIEWS (WSAA-IX)     > WSAA-THRESHOLD
               MOVE SPACES             TO ZVARPF-REC
               MOVE 'VOLM'             TO RECTYPE   OF ZVARPF
               MOVE WSAA-USR-ID (WSAA-IX)
                                       TO USERID    OF ZVARPF
               MOVE WSAA-USR-BRANCH (WSAA-IX)
                                       TO BRANCH    OF ZVARPF
               MOVE WSAA-USR-VIEWS (WSAA-IX)
                                       TO VIEWCNT   OF ZVARPF
               MOVE ZERO               TO VIEWDATE  OF ZVARPF
               MOVE BSSC-EFFECTIVE-DATE
                                       TO RUNDATE   OF ZVARPF
               STRING 'VIEWS FAR ABOVE PEER AVERAGE OF '
                                       DELIMITED BY SIZE
                      WSAA-AVERAGE-ED  DELIMITED BY SIZE
                                       INTO ITEMDESC OF ZVARPF
               END-STRING
               WRITE ZVARPF-REC
               ADD 1                   TO WSAA-VOLM-CNT
               MOVE CT04               TO CONT-TOTNO
               MOVE 1                  TO CONT-TOTVAL
               PERFORM 001-CALL-CONTOT
           END-IF.
      *
       4190-EXIT.
           EXIT.
