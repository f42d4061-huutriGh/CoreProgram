      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5443.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   FATCA / CRS FOREIGN-INDICIA SCAN.
      *
      *   Searches every client on file for the indicia of a
      *   foreign tax residence that the FATCA and CRS due-
      *   diligence rules require a valid self-certification to
      *   cure.  Home is PZ443 country (default VNM) and
      *   international dial code (default 84):
      *
      *    - nationality other than the home country;
      *    - address country other than the home country;
      *    - a telephone number in international form ('+' or
      *      '00') with a dial code other than the home one;
      *    - an active direct-debit mandate (MANDSTAT 'A') drawn
      *      on a bank whose TV147 country (item = bank key) is
      *      not the home country.
      *
      *   A client with indicia and no valid self-certification
      *   (ZCTX-SCERTIND not 'Y', captured on P2465) is flagged on
      *   the ZCTX client tax-residency register (INDICIA 'Y', the
      *   individual indicia and the date first found) and listed
      *   on the ZFTWPF compliance worklist:
      *          'N'  newly found this run
      *          'O'  outstanding from an earlier run.
      *   A flagged client whose indicia have gone, or who has
      *   since self-certified, has the flag cleared.
      *
      *   Control totals:
      *     01  -  Clients read
      *     02  -  Clients with foreign indicia
      *     03  -  Clients newly flagged
      *     04  -  Flags cleared
      *     05  -  Worklist entries written
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
      * 15/10/26  01/01   PH2676       Phi Tran - IT DEV                    *
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
           SELECT ZFTWPF               ASSIGN TO DATABASE-ZFTWPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZFTWPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZFTWPF-REC.
       01  ZFTWPF-REC.
           COPY DDS-ALL-FORMATS            OF ZFTWPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5443'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-HOME-CTRY              PIC X(03) VALUE SPACES.
       01  WSAA-HOME-DIAL              PIC X(04) VALUE SPACES.
       01  WSAA-DIAL-LEN               PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-PHONE                  PIC X(30) VALUE SPACES.
       01  WSAA-DIAL                   PIC X(04) VALUE SPACES.
      *
       01  WSAA-IND-NATL               PIC X(01) VALUE 'N'.
       01  WSAA-IND-ADDR               PIC X(01) VALUE 'N'.
       01  WSAA-IND-PHON               PIC X(01) VALUE 'N'.
       01  WSAA-IND-MAND               PIC X(01) VALUE 'N'.
       01  WSAA-INDICIA                PIC X(01) VALUE 'N'.
       01  WSAA-ZCTX-FOUND             PIC X(01) VALUE 'N'.
       01  WSAA-WRKACT                 PIC X(01) VALUE SPACES.
      *
       01  WSAA-FLAG-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-NEW-CNT                PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-CLEAR-CNT              PIC 9(07) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  MANDREC                 PIC X(10) VALUE 'MANDREC'.
           03  ZCTXREC                 PIC X(10) VALUE 'ZCTXREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
      *
       01  TABLES.
           03  TV147                   PIC X(06) VALUE 'TV147'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY VARCOM.
           COPY SMTPFXCPY.
           COPY CONTOTREC.
           COPY SYSERRREC.
      /
           COPY BATCDORREC.
           COPY BATCUPREC.
           COPY BPRDSKM.
           COPY BSPRSKM.
           COPY BSSCSKM.
           COPY BUPASKM.
           COPY PZ443PAR.
      /
           COPY CLTSSKM.
           COPY MANDSKM.
           COPY ZCTXSKM.
           COPY ITEMSKM.
           COPY TV147REC.
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
           MOVE BUPA-PARMAREA          TO PZ443-PARAMS.
      *
           IF PZ443-HOMECTRY            = SPACES
              MOVE 'VNM'               TO WSAA-HOME-CTRY
           ELSE
              MOVE PZ443-HOMECTRY      TO WSAA-HOME-CTRY
           END-IF.
      *
           IF PZ443-HOMEDIAL            = SPACES
              MOVE '84'                TO WSAA-HOME-DIAL
           ELSE
              MOVE PZ443-HOMEDIAL      TO WSAA-HOME-DIAL
           END-IF.
      *
           MOVE ZERO                   TO WSAA-DIAL-LEN.
           INSPECT WSAA-HOME-DIAL   TALLYING WSAA-DIAL-LEN
                   FOR CHARACTERS   BEFORE INITIAL SPACE.
      *
           OPEN OUTPUT ZFTWPF.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE '9'                    TO CLTS-CLNTCOY.
           MOVE CLTSREC                TO CLTS-FORMAT.
           MOVE BEGN                   TO CLTS-FUNCTION.
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
              MOVE NEXTR               TO CLTS-FUNCTION
           END-IF.
      *
           CALL 'CLTSIO'            USING CLTS-PARAMS.
      *
           IF CLTS-STATUZ           NOT = O-K AND ENDP
              MOVE CLTS-STATUZ         TO SYSR-STATUZ
              MOVE CLTS-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF CLTS-STATUZ               = ENDP
           OR CLTS-CLNTPFX          NOT = 'CN'
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
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
           MOVE 'N'                    TO WSAA-IND-NATL
                                          WSAA-IND-ADDR
                                          WSAA-IND-PHON
                                          WSAA-IND-MAND
                                          WSAA-INDICIA.
           MOVE SPACES                 TO WSAA-WRKACT.
      *
           IF CLTS-VALIDFLAG (1:1)  NOT = '1'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           IF  CLTS-NATLTY (1:3)    NOT = SPACES
           AND CLTS-NATLTY (1:3)    NOT = WSAA-HOME-CTRY
               MOVE 'Y'                TO WSAA-IND-NATL
           END-IF.
      *
           IF  CLTS-CTRYCODE (1:3)  NOT = SPACES
           AND CLTS-CTRYCODE (1:3)  NOT = WSAA-HOME-CTRY
               MOVE 'Y'                TO WSAA-IND-ADDR
           END-IF.
      *
           MOVE CLTS-CLTPHONE01        TO WSAA-PHONE.
           PERFORM 2600-CHECK-PHONE.
           MOVE CLTS-CLTPHONE02        TO WSAA-PHONE.
           PERFORM 2600-CHECK-PHONE.
      *
           PERFORM 2700-CHECK-MANDATES.
      *
           IF WSAA-IND-NATL             = 'Y'
           OR WSAA-IND-ADDR             = 'Y'
           OR WSAA-IND-PHON             = 'Y'
           OR WSAA-IND-MAND             = 'Y'
              MOVE 'Y'                 TO WSAA-INDICIA
              MOVE CT02                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           PERFORM 2800-READ-ZCTX.
      *
      *  A valid self-certification cures the indicia.
      *
           IF  WSAA-ZCTX-FOUND          = 'Y'
           AND ZCTX-SCERTIND            = 'Y'
               MOVE 'N'                TO WSAA-INDICIA
           END-IF.
      *
      *  Nothing to do unless there is a flag to set, keep or clear.
      *
           IF  WSAA-INDICIA             = 'N'
              IF WSAA-ZCTX-FOUND        = 'N'
              OR ZCTX-INDICIA       NOT = 'Y'
                 MOVE SPACES           TO WSSP-EDTERROR
              END-IF
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2600-CHECK-PHONE SECTION.
      **************************
      *
       2610-CHECK-PHONE.
      *
           IF WSAA-PHONE (1:1)          = '+'
              MOVE WSAA-PHONE (2:4)    TO WSAA-DIAL
           ELSE
              IF WSAA-PHONE (1:2)       = '00'
                 MOVE WSAA-PHONE (3:4) TO WSAA-DIAL
              ELSE
                 GO TO 2690-EXIT
              END-IF
           END-IF.
      *
           IF WSAA-DIAL (1:WSAA-DIAL-LEN)
                               NOT = WSAA-HOME-DIAL (1:WSAA-DIAL-LEN)
              MOVE 'Y'                 TO WSAA-IND-PHON
           END-IF.
      *
       2690-EXIT.
           EXIT.
      /
       2700-CHECK-MANDATES SECTION.
      *****************************
      *
       2710-CHECK-MANDATES.
      *
           INITIALIZE                  MAND-PARAMS.
           MOVE BSPR-COMPANY           TO MAND-PAYRCOY.
           MOVE CLTS-CLNTNUM           TO MAND-PAYRNUM.
           MOVE MANDREC                TO MAND-FORMAT.
           MOVE BEGN                   TO MAND-FUNCTION.
      *
           PERFORM 2750-NEXT-MANDATE
              UNTIL MAND-STATUZ         = ENDP.
      *
       2790-EXIT.
           EXIT.
      /
       2750-NEXT-MANDATE SECTION.
      ***************************
      *
       2751-NEXT-MANDATE.
      *
           CALL 'MANDIO'            USING MAND-PARAMS.
      *
           IF MAND-STATUZ           NOT = O-K AND ENDP
              MOVE MAND-STATUZ         TO SYSR-STATUZ
              MOVE MAND-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF MAND-STATUZ               = ENDP
           OR MAND-PAYRCOY (1:1)    NOT = BSPR-COMPANY (1:1)
           OR MAND-PAYRNUM (1:8)    NOT = CLTS-CLNTNUM (1:8)
              MOVE ENDP                TO MAND-STATUZ
              GO TO 2759-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO MAND-FUNCTION.
      *
           IF MAND-MANDSTAT (1:1)   NOT = 'A'
              GO TO 2759-EXIT
           END-IF.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV147                  TO ITEM-ITEMTABL.
           MOVE MAND-BANKKEY (1:8)     TO ITEM-ITEMITEM.
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
      *  A bank not on TV147 is taken to be a domestic bank.
      *
           IF ITEM-STATUZ               = MRNF
              GO TO 2759-EXIT
           END-IF.
      *
           MOVE ITEM-GENAREA           TO TV147-TV147-REC.
           IF  TV147-CTRYCODE       NOT = SPACES
           AND TV147-CTRYCODE       NOT = WSAA-HOME-CTRY
               MOVE 'Y'                TO WSAA-IND-MAND
           END-IF.
      *
       2759-EXIT.
           EXIT.
      /
       2800-READ-ZCTX SECTION.
      ************************
      *
       2810-READ-ZCTX.
      *
           INITIALIZE                  ZCTX-PARAMS.
           MOVE CLTS-CLNTPFX           TO ZCTX-CLNTPFX.
           MOVE CLTS-CLNTCOY           TO ZCTX-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO ZCTX-CLNTNUM.
           MOVE ZCTXREC                TO ZCTX-FORMAT.
           MOVE READR                  TO ZCTX-FUNCTION.
      *
           CALL 'ZCTXIO'            USING ZCTX-PARAMS.
      *
           IF ZCTX-STATUZ           NOT = O-K AND MRNF
              MOVE ZCTX-STATUZ         TO SYSR-STATUZ
              MOVE ZCTX-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCTX-STATUZ               = O-K
              MOVE 'Y'                 TO WSAA-ZCTX-FOUND
           ELSE
              MOVE 'N'                 TO WSAA-ZCTX-FOUND
           END-IF.
      *
       2890-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
      *  Indicia gone or cured - clear the flag.
      *
           IF WSAA-INDICIA              = 'N'
              MOVE 'N'                 TO ZCTX-INDICIA
                                          ZCTX-INDNATL
                                          ZCTX-INDADDR
                                          ZCTX-INDPHON
                                          ZCTX-INDMAND
              MOVE VRCM-MAX-DATE       TO ZCTX-INDCDATE
              PERFORM 3200-UPDATE-ZCTX
              ADD 1                    TO WSAA-CLEAR-CNT
              MOVE CT04                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              GO TO 3090-EXIT
           END-IF.
      *
           IF WSAA-ZCTX-FOUND           = 'N'
              INITIALIZE               ZCTX-PARAMS
              MOVE CLTS-CLNTPFX        TO ZCTX-CLNTPFX
              MOVE CLTS-CLNTCOY        TO ZCTX-CLNTCOY
              MOVE CLTS-CLNTNUM        TO ZCTX-CLNTNUM
              MOVE '1'                 TO ZCTX-VALIDFLAG
              MOVE VRCM-MAX-DATE       TO ZCTX-SCERTDATE
           END-IF.
      *
           IF ZCTX-INDICIA              = 'Y'
              MOVE 'O'                 TO WSAA-WRKACT
           ELSE
              MOVE 'N'                 TO WSAA-WRKACT
              MOVE BSSC-EFFECTIVE-DATE TO ZCTX-INDCDATE
              ADD 1                    TO WSAA-NEW-CNT
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           END-IF.
      *
           MOVE 'Y'                    TO ZCTX-INDICIA.
           MOVE WSAA-IND-NATL          TO ZCTX-INDNATL.
           MOVE WSAA-IND-ADDR          TO ZCTX-INDADDR.
           MOVE WSAA-IND-PHON          TO ZCTX-INDPHON.
           MOVE WSAA-IND-MAND          TO ZCTX-INDMAND.
           PERFORM 3200-UPDATE-ZCTX.
      *
           MOVE SPACES                 TO ZFTWPF-REC.
           MOVE CLTS-CLNTNUM           TO CLNTNUM    OF ZFTWPF.
           MOVE CLTS-SURNAME           TO SURNAME    OF ZFTWPF.
           MOVE CLTS-GIVNAME           TO GIVNAME    OF ZFTWPF.
           MOVE CLTS-NATLTY            TO NATLTY     OF ZFTWPF.
           MOVE CLTS-CTRYCODE          TO CTRYCODE   OF ZFTWPF.
           MOVE WSAA-IND-NATL          TO INDNATL    OF ZFTWPF.
           MOVE WSAA-IND-ADDR          TO INDADDR    OF ZFTWPF.
           MOVE WSAA-IND-PHON          TO INDPHON    OF ZFTWPF.
           MOVE WSAA-IND-MAND          TO INDMAND    OF ZFTWPF.
           MOVE ZCTX-INDCDATE          TO INDCDATE   OF ZFTWPF.
           MOVE ZCTX-SCERTIND          TO SCERTIND   OF ZFTWPF.
           MOVE WSAA-WRKACT            TO WRKACT     OF ZFTWPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE    OF ZFTWPF.
      *
           WRITE ZFTWPF-REC.
      *
           ADD 1                       TO WSAA-FLAG-CNT.
           MOVE CT05                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
           EXIT.
      /
       3200-UPDATE-ZCTX SECTION.
      **************************
      *
       3210-UPDATE-ZCTX.
      *
           MOVE ZCTXREC                TO ZCTX-FORMAT.
           MOVE UPDAT                  TO ZCTX-FUNCTION.
      *
           CALL 'ZCTXIO'            USING ZCTX-PARAMS.
      *
           IF ZCTX-STATUZ           NOT = O-K
              MOVE ZCTX-STATUZ         TO SYSR-STATUZ
              MOVE ZCTX-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3290-EXIT.
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
           CLOSE ZFTWPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5443 FATCA/CRS INDICIA SCAN SUMMARY'.
           DISPLAY 'CLIENTS ON WORKLIST  : ' WSAA-FLAG-CNT.
           DISPLAY 'NEWLY FLAGGED        : ' WSAA-NEW-CNT.
           DISPLAY 'FLAGS CLEARED        : ' WSAA-CLEAR-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
      /
