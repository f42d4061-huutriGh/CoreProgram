      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5446.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   NATIONAL POPULATION DATABASE (C06) VERIFICATION REQUESTS.
      *
      *   Writes the outbound identity verification file ZIDQPF for
      *   the national population database service: one request
      *   per client queued on the ZIDV register at status 'P' -
      *   new clients, and clients whose name, ID number or date of
      *   birth has been amended, both queued by P2465.  Each
      *   request carries the citizen ID number, name, date of
      *   birth and sex as now held on the client record.
      *
      *   A request sent moves the ZIDV entry to 'S' (sent) with the
      *   date sent; the response is loaded back by B5447.
      *
      *   PZ446 ALLCLNT 'Y' also sends every current personal
      *   client not yet on the register - the one-off run that
      *   brings the existing client base into verification.
      *
      *   The file is logged outbound on the ZFTC transmission
      *   register (partner C06, file IDVQ).
      *
      *   Control totals:
      *     01  -  Clients read
      *     02  -  Verification requests written
      *     03  -  Existing clients newly queued
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
      * 15/10/26  01/01   PH2678       Phi Tran - IT DEV                    *
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
           SELECT ZIDQPF               ASSIGN TO DATABASE-ZIDQPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZIDQPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZIDQPF-REC.
       01  ZIDQPF-REC.
           COPY DDS-ALL-FORMATS            OF ZIDQPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5446'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-FIRST-READ             PIC X(01) VALUE 'Y'.
       01  WSAA-ZIDV-FOUND             PIC X(01) VALUE 'N'.
       01  WSAA-SENT-CNT               PIC 9(09) VALUE 0.
       01  WSAA-BACKFILL-CNT           PIC 9(07) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  ZIDVREC                 PIC X(10) VALUE 'ZIDVREC'.
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
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
           COPY PZ446PAR.
           COPY ZFTCREGREC.
      /
           COPY CLTSSKM.
           COPY ZIDVSKM.
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
           MOVE BUPA-PARMAREA          TO PZ446-PARAMS.
      *
           IF PZ446-ALLCLNT         NOT = 'Y'
              MOVE 'N'                 TO PZ446-ALLCLNT
           END-IF.
      *
           OPEN OUTPUT ZIDQPF.
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
      *  Personal clients only - the population database holds
      *  citizens, not companies.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           IF CLTS-VALIDFLAG (1:1)  NOT = '1'
           OR CLTS-CLTTYPE (1:1)    NOT = 'P'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
           END-IF.
      *
           INITIALIZE                  ZIDV-PARAMS.
           MOVE 'CN'                   TO ZIDV-CLNTPFX.
           MOVE CLTS-CLNTCOY           TO ZIDV-CLNTCOY.
           MOVE CLTS-CLNTNUM           TO ZIDV-CLNTNUM.
           MOVE ZIDVREC                TO ZIDV-FORMAT.
           MOVE READH                  TO ZIDV-FUNCTION.
      *
           CALL 'ZIDVIO'            USING ZIDV-PARAMS.
      *
           IF ZIDV-STATUZ           NOT = O-K AND MRNF
              MOVE ZIDV-STATUZ         TO SYSR-STATUZ
              MOVE ZIDV-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZIDV-STATUZ               = O-K
              MOVE 'Y'                 TO WSAA-ZIDV-FOUND
              IF ZIDV-IDVSTAT       NOT = 'P'
                 MOVE SPACES           TO WSSP-EDTERROR
              END-IF
              GO TO 2590-EXIT
           END-IF.
      *
           MOVE 'N'                    TO WSAA-ZIDV-FOUND.
           IF PZ446-ALLCLNT         NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           MOVE SPACES                 TO ZIDQPF-REC.
           MOVE CLTS-CLNTNUM           TO CLNTNUM   OF ZIDQPF.
           MOVE CLTS-SECUITYNO         TO IDNUMBER  OF ZIDQPF.
           MOVE CLTS-LSURNAME          TO SURNAME   OF ZIDQPF.
           MOVE CLTS-LGIVNAME          TO GIVNAME   OF ZIDQPF.
           MOVE CLTS-CLTDOB (1:8)      TO CLTDOB    OF ZIDQPF.
           MOVE CLTS-CLTSEX            TO CLTSEX    OF ZIDQPF.
           MOVE BSSC-EFFECTIVE-DATE    TO REQDATE   OF ZIDQPF.
      *
           WRITE ZIDQPF-REC.
      *
           ADD 1                       TO WSAA-SENT-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
      *  An existing client brought in by the ALLCLNT run starts
      *  its register entry here.
      *
           IF WSAA-ZIDV-FOUND           = 'N'
              INITIALIZE               ZIDV-PARAMS
              MOVE 'CN'                TO ZIDV-CLNTPFX
              MOVE CLTS-CLNTCOY        TO ZIDV-CLNTCOY
              MOVE CLTS-CLNTNUM        TO ZIDV-CLNTNUM
              MOVE BSSC-EFFECTIVE-DATE TO ZIDV-REQDATE
              MOVE '1'                 TO ZIDV-VALIDFLAG
              MOVE WRITR               TO ZIDV-FUNCTION
              ADD 1                    TO WSAA-BACKFILL-CNT
              MOVE CT03                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
           ELSE
              MOVE REWRT               TO ZIDV-FUNCTION
           END-IF.
      *
           MOVE 'S'                    TO ZIDV-IDVSTAT.
           MOVE BSSC-EFFECTIVE-DATE    TO ZIDV-SENTDATE
                                          ZIDV-IDVDATE.
           MOVE ZIDVREC                TO ZIDV-FORMAT.
      *
           CALL 'ZIDVIO'            USING ZIDV-PARAMS.
      *
           IF ZIDV-STATUZ           NOT = O-K
              MOVE ZIDV-STATUZ         TO SYSR-STATUZ
              MOVE ZIDV-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3090-EXIT.
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
           CLOSE ZIDQPF.
      *
      *  Log the outbound file on the transmission register.
      *
           IF WSAA-SENT-CNT             > ZERO
              INITIALIZE               ZFTR-ZFTCREG-REC
              MOVE 'OTRG '             TO ZFTR-FUNCTION
              MOVE 'C06 '              TO ZFTR-PARTNER
              MOVE 'IDVQ'              TO ZFTR-FILECODE
              MOVE WSAA-SENT-CNT       TO ZFTR-RECCOUNT
              MOVE ZERO                TO ZFTR-HASHTOT
              MOVE BSSC-EFFECTIVE-DATE TO ZFTR-TRNDATE
              CALL 'ZFTCREG'        USING ZFTR-ZFTCREG-REC
              IF ZFTR-STATUZ        NOT = O-K
                 MOVE ZFTR-STATUZ      TO SYSR-STATUZ
                 MOVE ZFTR-ZFTCREG-REC TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
           END-IF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5446 C06 IDENTITY VERIFICATION REQUESTS'.
           DISPLAY 'REQUESTS WRITTEN     : ' WSAA-SENT-CNT.
           DISPLAY 'EXISTING CLIENTS ADDED: ' WSAA-BACKFILL-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
