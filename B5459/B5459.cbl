      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5459.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   SCANNED-DOCUMENT INDEX LOADER.
      *
      *   Proposal and claim evidence is scanned into the imaging
      *   system, which sends each night an index file (ZDIXPF, one
      *   record per document scanned or re-indexed, as received
      *   via the interface CL) giving the document ID, its type
      *   and scan date, and what it belongs to: the contract, the
      *   client, the claim and - for evidence - the requirement:
      *
      *     link type 'U' - underwriting requirement on ZURQ
      *                     (contract, life, sequence);
      *               'C' - claim requirement on ZCRQ
      *                     (claim, sequence);
      *               ' ' - the contract (or claim) generally.
      *
      *   The file is claimed on the ZFTC transmission register
      *   (partner IMGS, file code DIDX) before a record is read.
      *   No file registered for the run is not an error - the
      *   run simply has nothing to load.
      *
      *   Each document is kept on the ZDOC index register under
      *   its ID: a document indexed again replaces its entry.  The
      *   contract (in force, or a proposal not yet issued - CHDRLNB)
      *   and the claim and requirement it names must be on file; a
      *   client not given is taken as the contract owner.
      *   A document that cannot be linked is listed on the ZDIEPF
      *   exception file for the imaging team to re-index.
      *
      *   P5363 and P5388 only mark a requirement received once a
      *   document is indexed to it; P5407 lists the documents of
      *   a contract or a claim.
      *
      *   Control totals:
      *     01  -  Index records read
      *     02  -  Documents indexed
      *     03  -  Documents re-indexed
      *     04  -  Index records rejected
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
      * 15/10/26  01/01   PH2689       Phi Tran - IT DEV                    *
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
           SELECT ZDIXPF               ASSIGN TO DATABASE-ZDIXPF.
           SELECT ZDIEPF               ASSIGN TO DATABASE-ZDIEPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZDIXPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZDIXPF-REC.
       01  ZDIXPF-REC.
           COPY DDS-ALL-FORMATS            OF ZDIXPF.
      *
       FD  ZDIEPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZDIEPF-REC.
       01  ZDIEPF-REC.
           COPY DDS-ALL-FORMATS            OF ZDIEPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5459'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-FILE-HELD              PIC X(01) VALUE 'N'.
       01  WSAA-EXCP-REASON            PIC X(30) VALUE SPACES.
       01  WSAA-CLNTNUM                PIC X(08) VALUE SPACES.
       01  WSAA-COWNNUM                PIC X(08) VALUE SPACES.
       01  WSAA-NEW-CNT                PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-REIDX-CNT              PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-EXCP-CNT               PIC 9(07) COMP-3 VALUE 0.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  ZCLMREC                 PIC X(10) VALUE 'ZCLMREC'.
           03  ZCRQREC                 PIC X(10) VALUE 'ZCRQREC'.
           03  ZDOCREC                 PIC X(10) VALUE 'ZDOCREC'.
           03  ZURQREC                 PIC X(10) VALUE 'ZURQREC'.
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
           COPY DATCON1REC.
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
           COPY CHDRLIFSKM.
           COPY CHDRLNBSKM.
           COPY ZCLMSKM.
           COPY ZCRQSKM.
           COPY ZURQSKM.
           COPY ZDOCSKM.
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
      *  Transmission control: claim the index file registered for
      *  the day on the ZFTC register.  None waiting is a normal
      *  night with nothing scanned.
      *
           INITIALIZE                  ZFTR-ZFTCREG-REC.
           MOVE 'PROC '                TO ZFTR-FUNCTION.
           MOVE 'IMGS'                 TO ZFTR-PARTNER.
           MOVE 'DIDX'                 TO ZFTR-FILECODE.
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
           IF ZFTR-ALLOW                = 'Y'
              MOVE 'Y'                 TO WSAA-FILE-HELD
           ELSE
              IF ZFTR-REASON            = 'NREG'
                 MOVE 'N'              TO WSAA-FILE-HELD
                 DISPLAY 'B5459 NO DOCUMENT INDEX FILE WAITING'
              ELSE
                 DISPLAY 'B5459 INBOUND FILE NOT REGISTERED - '
                         ZFTR-REASON
                 MOVE BOMB             TO SYSR-STATUZ
                 MOVE ZFTR-ZFTCREG-REC TO SYSR-PARAMS
                 PERFORM 600-FATAL-ERROR
              END-IF
           END-IF.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           MOVE TDAY                   TO DTC1-FUNCTION.
           CALL 'DATCON1'           USING DTC1-DATCON1-REC.
           MOVE DTC1-EXT-DATE          TO WSAA-TODAY.
      *
           IF WSAA-FILE-HELD            = 'Y'
              OPEN INPUT  ZDIXPF
           END-IF.
           OPEN OUTPUT ZDIEPF.
      *
       1090-EXIT.
           EXIT.
      /
       2000-READ-FILE SECTION.
      ************************
      *
       2010-READ-FILE.
      *
           IF WSAA-FILE-HELD        NOT = 'Y'
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
           READ ZDIXPF
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
      * A document is indexed only against records on file; the
      * rest are listed for the imaging team.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
           MOVE SPACES                 TO WSAA-EXCP-REASON.
      *
           IF DOCID OF ZDIXPF           = SPACES
              MOVE 'DOCUMENT ID MISSING'
                                       TO WSAA-EXCP-REASON
              GO TO 2580-REJECT
           END-IF.
      *
           IF REQTYPE OF ZDIXPF     NOT = 'U' AND 'C' AND SPACE
              MOVE 'LINK TYPE NOT U, C OR BLANK'
                                       TO WSAA-EXCP-REASON
              GO TO 2580-REJECT
           END-IF.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE BSPR-COMPANY           TO CHDRLIF-CHDRCOY.
           MOVE CHDRNUM OF ZDIXPF      TO CHDRLIF-CHDRNUM.
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
              MOVE CHDRLIF-COWNNUM (1:8)
                                       TO WSAA-COWNNUM
           ELSE
              PERFORM 2550-READ-PROPOSAL
           END-IF.
      *
           IF WSAA-EXCP-REASON      NOT = SPACES
              GO TO 2580-REJECT
           END-IF.
      *
           IF CLNTNUM OF ZDIXPF         = SPACES
              MOVE WSAA-COWNNUM        TO WSAA-CLNTNUM
           ELSE
              MOVE CLNTNUM OF ZDIXPF   TO WSAA-CLNTNUM
           END-IF.
      *
           IF REQTYPE OF ZDIXPF         = 'C'
           AND CLAMNUM OF ZDIXPF        = SPACES
              MOVE 'CLAIM NOT ON FILE'
                                       TO WSAA-EXCP-REASON
              GO TO 2580-REJECT
           END-IF.
      *
           IF CLAMNUM OF ZDIXPF     NOT = SPACES
              PERFORM 2600-CHECK-CLAIM
              IF WSAA-EXCP-REASON   NOT = SPACES
                 GO TO 2580-REJECT
              END-IF
           END-IF.
      *
           IF REQTYPE OF ZDIXPF         = 'U'
              PERFORM 2700-CHECK-UW-REQUIREMENT
           END-IF.
      *
           IF REQTYPE OF ZDIXPF         = 'C'
              PERFORM 2750-CHECK-CLAIM-REQUIREMENT
           END-IF.
      *
           IF WSAA-EXCP-REASON          = SPACES
              GO TO 2590-EXIT
           END-IF.
      *
       2580-REJECT.
      *
           PERFORM 2800-WRITE-EXCEPTION.
           MOVE SPACES                 TO WSSP-EDTERROR.
      *
       2590-EXIT.
           EXIT.
      /
       2550-READ-PROPOSAL SECTION.
      ****************************
      *
       2551-START.
      *
      *  Not yet issued - proposal evidence is indexed against the
      *  proposal.
      *
           INITIALIZE                  CHDRLNB-PARAMS.
           MOVE BSPR-COMPANY           TO CHDRLNB-CHDRCOY.
           MOVE CHDRNUM OF ZDIXPF      TO CHDRLNB-CHDRNUM.
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
              MOVE 'CONTRACT NOT ON FILE'
                                       TO WSAA-EXCP-REASON
              GO TO 2559-EXIT
           END-IF.
      *
           MOVE CHDRLNB-COWNNUM (1:8)  TO WSAA-COWNNUM.
      *
       2559-EXIT.
           EXIT.
      /
       2600-CHECK-CLAIM SECTION.
      **************************
      *
       2610-START.
      *
           INITIALIZE                  ZCLM-PARAMS.
           MOVE BSPR-COMPANY           TO ZCLM-CHDRCOY.
           MOVE CHDRNUM OF ZDIXPF      TO ZCLM-CHDRNUM.
           MOVE CLAMNUM OF ZDIXPF      TO ZCLM-CLAMNUM.
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
              MOVE 'CLAIM NOT ON FILE' TO WSAA-EXCP-REASON
           END-IF.
      *
       2690-EXIT.
           EXIT.
      /
       2700-CHECK-UW-REQUIREMENT SECTION.
      ***********************************
      *
       2710-START.
      *
           INITIALIZE                  ZURQ-PARAMS.
           MOVE BSPR-COMPANY           TO ZURQ-CHDRCOY.
           MOVE CHDRNUM OF ZDIXPF      TO ZURQ-CHDRNUM.
           MOVE LIFE    OF ZDIXPF      TO ZURQ-LIFE.
           MOVE REQSEQ  OF ZDIXPF      TO ZURQ-REQSEQ.
           MOVE ZURQREC                TO ZURQ-FORMAT.
           MOVE READR                  TO ZURQ-FUNCTION.
      *
           CALL 'ZURQIO'            USING ZURQ-PARAMS.
      *
           IF ZURQ-STATUZ           NOT = O-K AND MRNF
              MOVE ZURQ-STATUZ         TO SYSR-STATUZ
              MOVE ZURQ-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZURQ-STATUZ               = MRNF
              MOVE 'REQUIREMENT NOT ON FILE'
                                       TO WSAA-EXCP-REASON
           END-IF.
      *
       2740-EXIT.
           EXIT.
      /
       2750-CHECK-CLAIM-REQUIREMENT SECTION.
      **************************************
      *
       2751-START.
      *
           INITIALIZE                  ZCRQ-PARAMS.
           MOVE BSPR-COMPANY           TO ZCRQ-CHDRCOY.
           MOVE CLAMNUM OF ZDIXPF      TO ZCRQ-CLAMNUM.
           MOVE REQSEQ  OF ZDIXPF      TO ZCRQ-REQSEQ.
           MOVE ZCRQREC                TO ZCRQ-FORMAT.
           MOVE READR                  TO ZCRQ-FUNCTION.
      *
           CALL 'ZCRQIO'            USING ZCRQ-PARAMS.
      *
           IF ZCRQ-STATUZ           NOT = O-K AND MRNF
              MOVE ZCRQ-STATUZ         TO SYSR-STATUZ
              MOVE ZCRQ-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZCRQ-STATUZ               = MRNF
              MOVE 'REQUIREMENT NOT ON FILE'
                                       TO WSAA-EXCP-REASON
           END-IF.
      *
       2790-EXIT.
           EXIT.
      /
       2800-WRITE-EXCEPTION SECTION.
      ******************************
      *
       2810-START.
      *
           MOVE SPACES                 TO ZDIEPF-REC.
           MOVE DOCID    OF ZDIXPF     TO DOCID     OF ZDIEPF.
           MOVE DOCTYPE  OF ZDIXPF     TO DOCTYPE   OF ZDIEPF.
           MOVE SCANDATE OF ZDIXPF     TO SCANDATE  OF ZDIEPF.
           MOVE CHDRNUM  OF ZDIXPF     TO CHDRNUM   OF ZDIEPF.
           MOVE CLNTNUM  OF ZDIXPF     TO CLNTNUM   OF ZDIEPF.
           MOVE CLAMNUM  OF ZDIXPF     TO CLAMNUM   OF ZDIEPF.
           MOVE REQTYPE  OF ZDIXPF     TO REQTYPE   OF ZDIEPF.
           MOVE LIFE     OF ZDIXPF     TO LIFE      OF ZDIEPF.
           MOVE REQSEQ   OF ZDIXPF     TO REQSEQ    OF ZDIEPF.
           MOVE WSAA-EXCP-REASON       TO EXCPREASN OF ZDIEPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE   OF ZDIEPF.
           WRITE ZDIEPF-REC.
      *
           ADD 1                       TO WSAA-EXCP-CNT.
           MOVE CT04                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       2890-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
      *  A document indexed again replaces its entry.
      *
           INITIALIZE                  ZDOC-PARAMS.
           MOVE BSPR-COMPANY           TO ZDOC-CHDRCOY.
           MOVE DOCID OF ZDIXPF        TO ZDOC-DOCID.
           MOVE ZDOCREC                TO ZDOC-FORMAT.
           MOVE READH                  TO ZDOC-FUNCTION.
      *
           CALL 'ZDOCIO'            USING ZDOC-PARAMS.
      *
           IF ZDOC-STATUZ           NOT = O-K AND MRNF
              MOVE ZDOC-STATUZ         TO SYSR-STATUZ
              MOVE ZDOC-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZDOC-STATUZ               = O-K
              MOVE REWRT               TO ZDOC-FUNCTION
              ADD 1                    TO WSAA-REIDX-CNT
              MOVE CT03                TO CONT-TOTNO
           ELSE
              INITIALIZE               ZDOC-PARAMS
              MOVE BSPR-COMPANY        TO ZDOC-CHDRCOY
              MOVE DOCID OF ZDIXPF     TO ZDOC-DOCID
              MOVE WRITR               TO ZDOC-FUNCTION
              ADD 1                    TO WSAA-NEW-CNT
              MOVE CT02                TO CONT-TOTNO
           END-IF.
      *
           MOVE DOCTYPE  OF ZDIXPF     TO ZDOC-DOCTYPE.
           MOVE SCANDATE OF ZDIXPF     TO ZDOC-SCANDATE.
           MOVE CHDRNUM  OF ZDIXPF     TO ZDOC-CHDRNUM.
           MOVE WSAA-CLNTNUM           TO ZDOC-CLNTNUM.
           MOVE CLAMNUM  OF ZDIXPF     TO ZDOC-CLAMNUM.
           MOVE REQTYPE  OF ZDIXPF     TO ZDOC-REQTYPE.
           MOVE ZEROES                 TO ZDOC-REQSEQ.
           MOVE SPACES                 TO ZDOC-LIFE.
      *
           IF REQTYPE OF ZDIXPF     NOT = SPACE
              MOVE REQSEQ OF ZDIXPF    TO ZDOC-REQSEQ
           END-IF.
      *
           IF REQTYPE OF ZDIXPF         = 'U'
              MOVE LIFE OF ZDIXPF      TO ZDOC-LIFE
           END-IF.
      *
           MOVE WSAA-TODAY             TO ZDOC-LOADDATE.
           MOVE ZDOCREC                TO ZDOC-FORMAT.
      *
           CALL 'ZDOCIO'            USING ZDOC-PARAMS.
      *
           IF ZDOC-STATUZ           NOT = O-K
              MOVE ZDOC-STATUZ         TO SYSR-STATUZ
              MOVE ZDOC-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
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
           IF WSAA-FILE-HELD            = 'Y'
              CLOSE ZDIXPF
           END-IF.
           CLOSE ZDIEPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5459 SCANNED-DOCUMENT INDEX LOAD SUMMARY'.
           DISPLAY 'DOCUMENTS INDEXED.........: ' WSAA-NEW-CNT.
           DISPLAY 'DOCUMENTS RE-INDEXED......: ' WSAA-REIDX-CNT.
           DISPLAY 'INDEX RECORDS REJECTED....: ' WSAA-EXCP-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
