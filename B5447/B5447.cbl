      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5447.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   NATIONAL POPULATION DATABASE (C06) RESPONSE LOADER.
      *
      *   Loads the verification response file ZIDRPF answering the
      *   requests B5446 sent, and stamps each client's ZIDV entry
      *   with the result and the date of the response:
      *
      *       result 'V' - verified:  status 'V'
      *       result 'M' - mismatch:  status 'M', with the name, ID
      *                    number and date-of-birth mismatch flags
      *       result 'N' - not found: status 'N'
      *
      *   A mismatch or not-found client stops issue of any proposal
      *   it is party to - P6378 raises the TV150 underwriting
      *   requirement against it.  For a client who already holds
      *   issued business, each contract the client owns is written
      *   to the data-quality worklist ZIDWPF for servicing staff to
      *   correct the client record; P2465 then re-queues the client
      *   for verification.
      *
      *   A response that does not answer a request outstanding on
      *   the register is counted and dropped - the client has been
      *   amended and re-queued since, or was never sent.
      *
      *   The file is claimed through the ZFTC transmission
      *   register (partner C06, file IDVR) and the outbound IDVQ
      *   file it answers is marked acknowledged.
      *
      *   Control totals:
      *     01  -  Responses read
      *     02  -  Clients verified
      *     03  -  Clients mismatched or not found
      *     04  -  Worklist entries written
      *     05  -  Unmatched responses
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
           SELECT ZIDRPF               ASSIGN TO DATABASE-ZIDRPF.
           SELECT ZIDWPF               ASSIGN TO DATABASE-ZIDWPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZIDRPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZIDRPF-REC.
       01  ZIDRPF-REC.
           COPY DDS-ALL-FORMATS            OF ZIDRPF.
      *
       FD  ZIDWPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZIDWPF-REC.
       01  ZIDWPF-REC.
           COPY DDS-ALL-FORMATS            OF ZIDWPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5447'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-ZIDV-FOUND             PIC X(01) VALUE 'N'.
       01  WSAA-CLRR-EOF               PIC X(01) VALUE 'N'.
       01  WSAA-VERIFIED-CNT           PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-FAILED-CNT             PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-WORKLIST-CNT           PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-NOMATCH-CNT            PIC 9(07) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  CLRRREC                 PIC X(10) VALUE 'CLRRREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  ZIDVREC                 PIC X(10) VALUE 'ZIDVREC'.
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
           COPY ZFTCREGREC.
      /
           COPY CHDRLNBSKM.
           COPY CLRRSKM.
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
      *  Transmission control: the file must have been registered
      *  on the ZFTC register (B5423 mode 'R') before this loader
      *  may read a record of it.
      *
           INITIALIZE                  ZFTR-ZFTCREG-REC.
           MOVE 'PROC '                TO ZFTR-FUNCTION.
           MOVE 'C06 '                 TO ZFTR-PARTNER.
           MOVE 'IDVR'                 TO ZFTR-FILECODE.
           MOVE BSSC-EFFECTIVE-DATE    TO ZFTR-TRNDATE.
      *
           CALL 'ZFTCREG'           USING ZFTR-ZFTCREG-REC.
      *
           IF ZFTR-STATUZ           NOT = O-K
              MOVE ZFTR-STATUZ         TO SYSR-STATUZ
              MOVE ZFTR-ZFTCREG-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZFTR-ALLOW            NOT = 'Y'
              DISPLAY 'B5447 INBOUND FILE NOT REGISTERED - '
                      ZFTR-REASON
              MOVE BOMB                TO SYSR-STATUZ
              MOVE ZFTR-ZFTCREG-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  The response file confirms the last outbound C06/IDVQ
      *  transmission (B5446) - mark it acknowledged.
      *
           INITIALIZE                  ZFTR-ZFTCREG-REC.
           MOVE 'ACKN '                TO ZFTR-FUNCTION.
           MOVE 'C06 '                 TO ZFTR-PARTNER.
           MOVE 'IDVQ'                 TO ZFTR-FILECODE.
           MOVE ZERO                   TO ZFTR-FILESEQ.
           MOVE BSSC-EFFECTIVE-DATE    TO ZFTR-TRNDATE.
      *
           CALL 'ZFTCREG'           USING ZFTR-ZFTCREG-REC.
      *
           IF ZFTR-STATUZ           NOT = O-K
              MOVE ZFTR-STATUZ         TO SYSR-STATUZ
              MOVE ZFTR-ZFTCREG-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           OPEN INPUT  ZIDRPF.
      *
      *  The worklist accumulates - open items from earlier runs
      *  stay until servicing staff work them.
      *
           OPEN EXTEND ZIDWPF.
      *
       1090-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           READ ZIDRPF
               AT END
               MOVE ENDP               TO WSSP-EDTERROR
               GO TO 2090-EXIT
           END-READ.
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
      *  Find the register entry the response answers - it must
      *  still be waiting at 'S' (sent).
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           INITIALIZE                  ZIDV-PARAMS.
           MOVE 'CN'                   TO ZIDV-CLNTPFX.
           MOVE '9'                    TO ZIDV-CLNTCOY.
           MOVE CLNTNUM OF ZIDRPF      TO ZIDV-CLNTNUM.
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
           IF  ZIDV-STATUZ              = O-K
           AND ZIDV-IDVSTAT             = 'S'
               MOVE 'Y'                TO WSAA-ZIDV-FOUND
           ELSE
               MOVE 'N'                TO WSAA-ZIDV-FOUND
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
           IF WSAA-ZIDV-FOUND       NOT = 'Y'
              ADD 1                    TO WSAA-NOMATCH-CNT
              MOVE CT05                TO CONT-TOTNO
              MOVE 1                   TO CONT-TOTVAL
              PERFORM 001-CALL-CONTOT
              GO TO 3090-EXIT
           END-IF.
      *
           MOVE RESPDATE OF ZIDRPF     TO ZIDV-IDVDATE.
           MOVE RESPREF  OF ZIDRPF     TO ZIDV-RESPREF.
      *
           EVALUATE RESULT OF ZIDRPF

              WHEN 'V'

                 MOVE 'V'              TO ZIDV-IDVSTAT
                 MOVE 'N'              TO ZIDV-NAMMIS
                                          ZIDV-IDMIS
                                          ZIDV-DOBMIS
                 PERFORM 3100-REWRITE-ZIDV
                 ADD 1                 TO WSAA-VERIFIED-CNT
                 MOVE CT02             TO CONT-TOTNO
                 MOVE 1                TO CONT-TOTVAL
                 PERFORM 001-CALL-CONTOT

              WHEN 'M'
              WHEN 'N'

                 MOVE RESULT OF ZIDRPF TO ZIDV-IDVSTAT
                 MOVE NAMMIS OF ZIDRPF TO ZIDV-NAMMIS
                 MOVE IDMIS  OF ZIDRPF TO ZIDV-IDMIS
                 MOVE DOBMIS OF ZIDRPF TO ZIDV-DOBMIS
                 PERFORM 3100-REWRITE-ZIDV
                 ADD 1                 TO WSAA-FAILED-CNT
                 MOVE CT03             TO CONT-TOTNO
                 MOVE 1                TO CONT-TOTVAL
                 PERFORM 001-CALL-CONTOT
                 PERFORM 3200-QUEUE-WORKLIST

              WHEN OTHER

      *          No answer yet - the request stays sent.
                 CONTINUE

           END-EVALUATE.
      *
       3090-EXIT.
           EXIT.
      /
       3100-REWRITE-ZIDV SECTION.
      ***************************
      *
       3110-START.
      *
           MOVE ZIDVREC                TO ZIDV-FORMAT.
           MOVE REWRT                  TO ZIDV-FUNCTION.
      *
           CALL 'ZIDVIO'            USING ZIDV-PARAMS.
      *
           IF ZIDV-STATUZ           NOT = O-K
              MOVE ZIDV-STATUZ         TO SYSR-STATUZ
              MOVE ZIDV-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3200-QUEUE-WORKLIST SECTION.
      *****************************
      *
       3210-START.
      *
      *  One worklist entry for each issued contract the client
      *  owns.  Proposals are left to the P6378 requirement.
      *
           INITIALIZE                  CLTS-PARAMS.
           MOVE 'CN'                   TO CLTS-CLNTPFX.
           MOVE '9'                    TO CLTS-CLNTCOY.
           MOVE CLNTNUM OF ZIDRPF      TO CLTS-CLNTNUM.
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
              MOVE SPACES              TO CLTS-LSURNAME
                                          CLTS-LGIVNAME
           END-IF.
      *
           MOVE 'N'                    TO WSAA-CLRR-EOF.
           MOVE SPACES                 TO CLRR-PARAMS.
           MOVE 'CN'                   TO CLRR-CLNTPFX.
           MOVE '9'                    TO CLRR-CLNTCOY.
           MOVE CLNTNUM OF ZIDRPF      TO CLRR-CLNTNUM.
           MOVE CLRRREC                TO CLRR-FORMAT.
           MOVE BEGN                   TO CLRR-FUNCTION.
      *
           PERFORM 3300-ONE-CLRR
               UNTIL WSAA-CLRR-EOF      = 'Y'.
      *
       3290-EXIT.
           EXIT.
      /
       3300-ONE-CLRR SECTION.
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
           OR CLRR-CLNTCOY (1:1)    NOT = '9'
           OR CLRR-CLNTNUM (1:8)    NOT = CLNTNUM OF ZIDRPF
              MOVE 'Y'                 TO WSAA-CLRR-EOF
              GO TO 3390-EXIT
           END-IF.
      *
           MOVE NEXTR                  TO CLRR-FUNCTION.
      *
           IF CLRR-FOREPFX (1:2)    NOT = 'CH'
           OR CLRR-CLRRROLE (1:2)   NOT = 'OW'
              GO TO 3390-EXIT
           END-IF.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE CLRR-FORECOY (1:1)     TO CHDRLNB-CHDRCOY.
           MOVE CLRR-FORENUM (1:8)     TO CHDRLNB-CHDRNUM.
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
           OR CHDRLNB-VALIDFLAG (1:1) NOT = '1'
           OR CHDRLNB-STATCODE (1:2)    = 'IP'
              GO TO 3390-EXIT
           END-IF.
      *
           MOVE SPACES                 TO ZIDWPF-REC.
           MOVE CLNTNUM OF ZIDRPF      TO CLNTNUM   OF ZIDWPF.
           MOVE CHDRLNB-CHDRNUM        TO CHDRNUM   OF ZIDWPF.
           MOVE CLTS-LSURNAME          TO SURNAME   OF ZIDWPF.
           MOVE CLTS-LGIVNAME          TO GIVNAME   OF ZIDWPF.
           MOVE RESULT OF ZIDRPF       TO RESULT    OF ZIDWPF.
           MOVE NAMMIS OF ZIDRPF       TO NAMMIS    OF ZIDWPF.
           MOVE IDMIS  OF ZIDRPF       TO IDMIS     OF ZIDWPF.
           MOVE DOBMIS OF ZIDRPF       TO DOBMIS    OF ZIDWPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZIDWPF.
      *
           WRITE ZIDWPF-REC.
      *
           ADD 1                       TO WSAA-WORKLIST-CNT.
           MOVE CT04                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3390-EXIT.
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
           CLOSE ZIDRPF
                 ZIDWPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5447 C06 IDENTITY VERIFICATION RESPONSES'.
           DISPLAY 'CLIENTS VERIFIED      : ' WSAA-VERIFIED-CNT.
           DISPLAY 'MISMATCH / NOT FOUND  : ' WSAA-FAILED-CNT.
           DISPLAY 'WORKLIST ENTRIES      : ' WSAA-WORKLIST-CNT.
           DISPLAY 'UNMATCHED RESPONSES   : ' WSAA-NOMATCH-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
