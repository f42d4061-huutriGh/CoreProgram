      * COMPILE-OPTIONS-SQL   CSRSQLCSR(*ENDJOB) COMMIT(*NONE) <Do Not Delete>
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     B5454.
      *
      *(C) Copyright CSC Corporation Limited 1986 - 2000.
      *    All rights reserved. CSC Confidential.
      *
      *REMARKS.
      *
      *   INTRADAY INSTANT-PAYMENT NOTIFICATION LOADER.
      *
      *   Clients paying by mobile banking transfer quote (or scan
      *   from the VietQR code) the payer's payment reference that
      *   ZPAYREF issues and the premium notice, overdue letters
      *   and anniversary statement print.  The bank sends an
      *   instant-payment notification file (ZIPNPF, one record per
      *   credit, as received via the interface CL) several times a
      *   day; this job receipts each credit against its contract
      *   within the hour instead of waiting for the next day's
      *   statement run (B5356).
      *
      *   The file is claimed on the ZFTC transmission register
      *   (partner BANK, file code IPNF) before a record is read.
      *   No file registered for the run is not an error - the
      *   run simply has nothing to load.
      *
      *   For each credit:
      *
      *   - the duplicate-reference guard goes through BDUPREF on
      *     the bank's transaction reference, the same reference
      *     the bank later quotes on the daily statement, so the
      *     statement run never receipts the credit a second time;
      *
      *   - the credit is matched on the virtual account number
      *     (the payment reference) or, failing that, on a payment
      *     reference quoted in the narrative, through ZPRFREF;
      *     the contract must still be on the header file;
      *
      *   - a matched credit gets a receipt number from ALOCNO and
      *     an RDOC/RBNK pair as B5356 writes them.  When the TV156
      *     item (ZPAYREF) says auto-receipt, the receipt is also
      *     confirmed here: the money is posted through this
      *     program's T5645 item (01 bank, 02 contract suspense),
      *     the receipt / policy link and the receipt register row
      *     are written as PR289 writes them, and the receipt is
      *     marked authorised by this program.  Otherwise it waits
      *     for a cashier in PR289 as a statement receipt does;
      *
      *   - an unmatched credit (or a duplicate) is listed on the
      *     ZIPEPF exception file and left for the daily statement
      *     run, which sees the same credit again.
      *
      *   Control totals:
      *     01  -  Notifications read
      *     02  -  Receipts created
      *     03  -  Unmatched notifications listed
      *     04  -  Amount receipted
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
      * 15/10/26  01/01   PH2685       Phi Tran - IT DEV                    *
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
           SELECT ZIPNPF               ASSIGN TO DATABASE-ZIPNPF.
           SELECT ZIPEPF               ASSIGN TO DATABASE-ZIPEPF.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ZIPNPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZIPNPF-REC.
       01  ZIPNPF-REC.
           COPY DDS-ALL-FORMATS            OF ZIPNPF.
      *
       FD  ZIPEPF                          LABEL RECORDS STANDARD
           DATA RECORDS                    ARE ZIPEPF-REC.
       01  ZIPEPF-REC.
           COPY DDS-ALL-FORMATS            OF ZIPEPF.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-PROG                   PIC X(05) VALUE 'B5454'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-COMMIT-CNT             PIC S9(08) COMP-3.
       01  WSAA-CYCLE-CNT              PIC S9(08) COMP-3.
       01  WSSP-EDTERROR               PIC X(04).
      *
       01  WSAA-TODAY                  PIC 9(08) VALUE 0.
       01  WSAA-FILE-HELD              PIC X(01) VALUE 'N'.
       01  WSAA-AUTO-RECEIPT           PIC X(01) VALUE 'Y'.
       01  WSAA-BANKCODE               PIC X(04) VALUE SPACES.
       01  WSAA-EXCP-REASON            PIC X(30) VALUE SPACES.
       01  WSAA-MATCH-CHDRNUM          PIC X(08) VALUE SPACES.
       01  WSAA-TRY-PAYREF             PIC X(16) VALUE SPACES.
       01  WSAA-TOKEN-SUB              PIC 9(02) VALUE 0.
       01  WSAA-JRNSEQ                 PIC 9(03) VALUE 0.
       01  WSAA-RECEIPT-CNT            PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-AUTO-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-EXCP-CNT               PIC 9(07) COMP-3 VALUE 0.
      *
       01  WSAA-TOKENS.
           03  WSAA-TOKEN              PIC X(20) OCCURS 8 TIMES.
      *
       01  FORMATS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  RBNKREC                 PIC X(10) VALUE 'RBNKREC'.
           03  RCPYPOLREC              PIC X(10) VALUE 'RCPYPOLREC'.
           03  RDOCREC                 PIC X(10) VALUE 'RDOCREC'.
           03  ZIVRREC                 PIC X(10) VALUE 'ZIVRREC'.
           03  ZPRFREFREC              PIC X(10) VALUE 'ZPRFREFREC'.
      *
       01  TABLES.
           03  T5645                   PIC X(06) VALUE 'T5645'.
           03  TV156                   PIC X(06) VALUE 'TV156'.
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
           COPY ITEMSKM.
           COPY T5645REC.
           COPY TV156REC.
      /
           COPY CHDRLIFSKM.
           COPY ZPRFREFSKM.
           COPY RBNKSKM.
           COPY RDOCSKM.
           COPY RCPYPOLSKM.
           COPY ZIVRSKM.
           COPY ALOCNOREC.
           COPY BDUPREFSUBREC.
           COPY LIFACMVREC.
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
      *  Transmission control: claim the next notification file
      *  registered for the day on the ZFTC register.  None waiting
      *  is a normal intraday run with nothing to load.
      *
           INITIALIZE                  ZFTR-ZFTCREG-REC.
           MOVE 'PROC '                TO ZFTR-FUNCTION.
           MOVE 'BANK'                 TO ZFTR-PARTNER.
           MOVE 'IPNF'                 TO ZFTR-FILECODE.
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
                 DISPLAY 'B5454 NO NOTIFICATION FILE WAITING'
              ELSE
                 DISPLAY 'B5454 INBOUND FILE NOT REGISTERED - '
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
      *  The payment reference scheme: the receiving bank code and
      *  whether a matched credit is confirmed here (default) or
      *  left for the cashier.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV156                  TO ITEM-ITEMTABL.
           MOVE 'ZPAYREF'              TO ITEM-ITEMITEM.
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
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TV156-TV156-REC
              MOVE TV156-BANKCODE      TO WSAA-BANKCODE
              IF TV156-AUTORCPT         = 'N'
                 MOVE 'N'              TO WSAA-AUTO-RECEIPT
              END-IF
           END-IF.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE BSPR-COMPANY           TO ITEM-ITEMCOY.
           MOVE T5645                  TO ITEM-ITEMTABL.
           MOVE WSAA-PROG              TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE ITEM-GENAREA           TO T5645-T5645-REC.
      *
           IF WSAA-FILE-HELD            = 'Y'
              OPEN INPUT  ZIPNPF
           END-IF.
           OPEN OUTPUT ZIPEPF.
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
           READ ZIPNPF
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
      * Every notification is processed - matched ones become
      * receipts, the rest go to the exception listing - so the
      * edit only establishes which of the two applies.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
           MOVE SPACES                 TO WSAA-EXCP-REASON
                                          WSAA-MATCH-CHDRNUM.
      *
           IF CREDITAMT OF ZIPNPF   NOT > ZERO
              MOVE 'CREDIT AMOUNT NOT POSITIVE'
                                       TO WSAA-EXCP-REASON
              GO TO 2590-EXIT
           END-IF.
      *
      * The duplicate-reference guard: a notification sent twice,
      * or a credit already receipted, is not receipted again.
      *
           INITIALIZE                  BDUPREF-CHECK-REC.
           MOVE 'CA'                   TO BDUPREF-RDOCPFX.
           MOVE BSPR-COMPANY           TO BDUPREF-RDOCCOY.
           MOVE SPACES                 TO BDUPREF-RDOCNUM.
           MOVE TRANREF OF ZIPNPF      TO BDUPREF-INSREFNO.
      *
           CALL 'BDUPREF'           USING BDUPREF-CHECK-REC.
      *
           IF BDUPREF-STATUZ        NOT = O-K
              MOVE BDUPREF-STATUZ      TO SYSR-STATUZ
              MOVE BDUPREF-CHECK-REC   TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF BDUPREF-DUPLICATE
              MOVE 'DUPLICATE BANK REFERENCE'
                                       TO WSAA-EXCP-REASON
              GO TO 2590-EXIT
           END-IF.
      *
      * The virtual account credited is the payment reference; a
      * transfer to the collection account quoting the reference
      * in the narrative is matched the same way.
      *
           IF VIRTACCT OF ZIPNPF (1:16) NOT = SPACES
              MOVE VIRTACCT OF ZIPNPF (1:16)
                                       TO WSAA-TRY-PAYREF
              PERFORM 2700-MATCH-REFERENCE
           END-IF.
      *
           IF WSAA-MATCH-CHDRNUM        = SPACES
              PERFORM 2600-MATCH-NARRATIVE
           END-IF.
      *
           IF WSAA-MATCH-CHDRNUM        = SPACES
              MOVE 'NO PAYMENT REFERENCE MATCH'
                                       TO WSAA-EXCP-REASON
           END-IF.
      *
       2590-EXIT.
           EXIT.
      /
       2600-MATCH-NARRATIVE SECTION.
      ******************************
      *
       2610-START.
      *
           MOVE SPACES                 TO WSAA-TOKENS.
           UNSTRING NARRATIVE OF ZIPNPF
               DELIMITED BY ALL SPACES
               INTO WSAA-TOKEN (1)
                    WSAA-TOKEN (2)
                    WSAA-TOKEN (3)
                    WSAA-TOKEN (4)
                    WSAA-TOKEN (5)
                    WSAA-TOKEN (6)
                    WSAA-TOKEN (7)
                    WSAA-TOKEN (8)
           END-UNSTRING.
      *
           PERFORM 2650-TRY-TOKEN
               VARYING WSAA-TOKEN-SUB FROM 1 BY 1
               UNTIL WSAA-TOKEN-SUB     > 8
               OR WSAA-MATCH-CHDRNUM NOT = SPACES.
      *
       2690-EXIT.
           EXIT.
      /
       2650-TRY-TOKEN SECTION.
      ************************
      *
       2651-START.
      *
      *  Only a bare sixteen-character word can be a reference.
      *
           IF WSAA-TOKEN (WSAA-TOKEN-SUB) (17:4)  NOT = SPACES
           OR WSAA-TOKEN (WSAA-TOKEN-SUB) (16:1)      = SPACES
              GO TO 2659-EXIT
           END-IF.
      *
           MOVE WSAA-TOKEN (WSAA-TOKEN-SUB) (1:16)
                                       TO WSAA-TRY-PAYREF.
           PERFORM 2700-MATCH-REFERENCE.
      *
       2659-EXIT.
           EXIT.
      /
       2700-MATCH-REFERENCE SECTION.
      ******************************
      *
       2710-START.
      *
           INITIALIZE                  ZPRFREF-PARAMS.
           MOVE BSPR-COMPANY           TO ZPRFREF-CHDRCOY.
           MOVE WSAA-TRY-PAYREF        TO ZPRFREF-PAYREF.
           MOVE ZPRFREFREC             TO ZPRFREF-FORMAT.
           MOVE READR                  TO ZPRFREF-FUNCTION.
      *
           CALL 'ZPRFREFIO'         USING ZPRFREF-PARAMS.
      *
           IF ZPRFREF-STATUZ        NOT = O-K AND MRNF
              MOVE ZPRFREF-STATUZ      TO SYSR-STATUZ
              MOVE ZPRFREF-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZPRFREF-STATUZ        NOT = O-K
           OR ZPRFREF-VALIDFLAG     NOT = '1'
              GO TO 2790-EXIT
           END-IF.
      *
      *  The contract must still be on the header file.
      *
           INITIALIZE                  CHDRLIF-PARAMS.
           MOVE ZPRFREF-CHDRCOY        TO CHDRLIF-CHDRCOY.
           MOVE ZPRFREF-CHDRNUM        TO CHDRLIF-CHDRNUM.
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
              MOVE CHDRLIF-CHDRNUM     TO WSAA-MATCH-CHDRNUM
           END-IF.
      *
       2790-EXIT.
           EXIT.
      /
       3000-UPDATE SECTION.
      *********************
      *
       3010-UPDATE.
      *
           IF WSAA-EXCP-REASON      NOT = SPACES
              PERFORM 3400-WRITE-EXCEPTION
              GO TO 3090-EXIT
           END-IF.
      *
           PERFORM 3100-ALLOCATE-RECEIPT-NO.
           PERFORM 3150-WRITE-RDOC.
           PERFORM 3200-WRITE-RBNK.
      *
           IF WSAA-AUTO-RECEIPT         = 'Y'
              PERFORM 3300-CONFIRM-RECEIPT
           END-IF.
      *
           ADD 1                       TO WSAA-RECEIPT-CNT.
           MOVE CT02                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE CT04                   TO CONT-TOTNO.
           MOVE CREDITAMT OF ZIPNPF    TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3090-EXIT.
           EXIT.
      /
       3100-ALLOCATE-RECEIPT-NO SECTION.
      **********************************
      *
       3110-START.
      *
           INITIALIZE                  ALNO-ALOCNO-REC.
           MOVE 'NEXT'                 TO ALNO-FUNCTION.
           MOVE 'CA'                   TO ALNO-PREFIX.
           MOVE BSPR-COMPANY           TO ALNO-COMPANY.
           MOVE BSSC-SCHEDULE-NUMBER   TO ALNO-GENKEY.
      *
           CALL 'ALOCNO'            USING ALNO-ALOCNO-REC.
      *
           IF ALNO-STATUZ           NOT = O-K
              MOVE ALNO-STATUZ         TO SYSR-STATUZ
              MOVE ALNO-ALOCNO-REC     TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3190-EXIT.
           EXIT.
      /
       3150-WRITE-RDOC SECTION.
      *************************
      *
       3151-START.
      *
           INITIALIZE                  RDOC-PARAMS.
           MOVE 'CA'                   TO RDOC-RDOCPFX.
           MOVE BSPR-COMPANY           TO RDOC-RDOCCOY.
           MOVE ALNO-ALOC-NO           TO RDOC-RDOCNUM.
           MOVE 1                      TO RDOC-TRANSEQ.
           MOVE WSAA-MATCH-CHDRNUM     TO RDOC-RLDGACCT.
           MOVE 'CN'                   TO RDOC-SACSCODE.
           MOVE 'S'                    TO RDOC-SACSTYP.
           MOVE RDOCREC                TO RDOC-FORMAT.
           MOVE WRITR                  TO RDOC-FUNCTION.
      *
           CALL 'RDOCIO'            USING RDOC-PARAMS.
      *
           IF RDOC-STATUZ           NOT = O-K
              MOVE RDOC-STATUZ         TO SYSR-STATUZ
              MOVE RDOC-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3159-EXIT.
           EXIT.
      /
       3200-WRITE-RBNK SECTION.
      *************************
      *
       3210-START.
      *
           INITIALIZE                  RBNK-PARAMS.
           MOVE 'CA'                   TO RBNK-RDOCPFX.
           MOVE BSPR-COMPANY           TO RBNK-RDOCCOY.
           MOVE ALNO-ALOC-NO           TO RBNK-RDOCNUM.
           MOVE CREDITAMT  OF ZIPNPF   TO RBNK-DOCORIGAMT.
           MOVE CREDITDATE OF ZIPNPF   TO RBNK-DEPDATE.
           MOVE TRANREF    OF ZIPNPF   TO RBNK-INSREFNO.
           MOVE '4'                    TO RBNK-PAYTYPE.
      *
           IF BANKCODE OF ZIPNPF    NOT = SPACES
              MOVE BANKCODE OF ZIPNPF  TO RBNK-BANKKEY
           ELSE
              MOVE WSAA-BANKCODE       TO RBNK-BANKKEY
           END-IF.
      *
      *  A receipt confirmed here carries this program as the
      *  authoriser, as PR289 shows it on enquiry.
      *
           IF WSAA-AUTO-RECEIPT         = 'Y'
              MOVE WSAA-PROG           TO RBNK-AUTHID
              MOVE BSSC-EFFECTIVE-DATE TO RBNK-AUTHDAT
           END-IF.
      *
           MOVE RBNKREC                TO RBNK-FORMAT.
           MOVE WRITR                  TO RBNK-FUNCTION.
      *
           CALL 'RBNKIO'            USING RBNK-PARAMS.
      *
           IF RBNK-STATUZ           NOT = O-K
              MOVE RBNK-STATUZ         TO SYSR-STATUZ
              MOVE RBNK-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3290-EXIT.
           EXIT.
      /
       3300-CONFIRM-RECEIPT SECTION.
      ******************************
      *
       3310-START.
      *
      *  Bank in, contract suspense out, as the cashier's
      *  confirmation posts it.
      *
           MOVE ZERO                   TO WSAA-JRNSEQ.
      *
           INITIALIZE                  LIFA-LIFACMV-REC.
           MOVE T5645-SACSCODE-01      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-01      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-01         TO LIFA-GLCODE.
           MOVE '+'                    TO LIFA-GLSIGN.
           PERFORM 3350-POST.
      *
           INITIALIZE                  LIFA-LIFACMV-REC.
           MOVE T5645-SACSCODE-02      TO LIFA-SACSCODE.
           MOVE T5645-SACSTYPE-02      TO LIFA-SACSTYP.
           MOVE T5645-GLMAP-02         TO LIFA-GLCODE.
           MOVE '-'                    TO LIFA-GLSIGN.
           PERFORM 3350-POST.
      *
      *  Receipt / policy link.
      *
           INITIALIZE                  RCPYPOL-PARAMS.
           MOVE ALNO-ALOC-NO           TO RCPYPOL-RCSERNUM.
           MOVE WSAA-MATCH-CHDRNUM     TO RCPYPOL-CHDRNUM.
           MOVE CREDITAMT OF ZIPNPF    TO RCPYPOL-AMNT.
           MOVE 'PD'                   TO RCPYPOL-PURCODE.
           MOVE '1'                    TO RCPYPOL-VALIDFLAG.
           MOVE RCPYPOLREC             TO RCPYPOL-FORMAT.
           MOVE WRITR                  TO RCPYPOL-FUNCTION.
      *
           CALL 'RCPYPOLIO'         USING RCPYPOL-PARAMS.
      *
           IF RCPYPOL-STATUZ        NOT = O-K
              MOVE RCPYPOL-STATUZ      TO SYSR-STATUZ
              MOVE RCPYPOL-PARAMS      TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *  Receipt register row.
      *
           INITIALIZE                  ZIVR-PARAMS.
           MOVE WSAA-MATCH-CHDRNUM     TO ZIVR-CHDRNUM.
           MOVE BSSC-EFFECTIVE-DATE    TO ZIVR-DATEX
                                          ZIVR-RPTDATE.
           MOVE CREDITAMT OF ZIPNPF    TO ZIVR-TOTLPREM.
           MOVE SPACES                 TO ZIVR-STFLAG.
           MOVE BPRD-AUTH-CODE         TO ZIVR-TRANCD.
           MOVE ZIVRREC                TO ZIVR-FORMAT.
           MOVE WRITR                  TO ZIVR-FUNCTION.
      *
           CALL 'ZIVRIO'            USING ZIVR-PARAMS.
      *
           IF ZIVR-STATUZ           NOT = O-K
              MOVE ZIVR-STATUZ         TO SYSR-STATUZ
              MOVE ZIVR-PARAMS         TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           ADD 1                       TO WSAA-AUTO-CNT.
      *
       3390-EXIT.
           EXIT.
      /
       3350-POST SECTION.
      *******************
      *
       3351-START.
      *
           ADD 1                       TO WSAA-JRNSEQ.
      *
           MOVE BPRD-AUTH-CODE         TO LIFA-BATCKEY.
           MOVE 'PSTW'                 TO LIFA-FUNCTION.
           MOVE ALNO-ALOC-NO           TO LIFA-RDOCNUM.
           MOVE BSPR-COMPANY           TO LIFA-RLDGCOY.
           MOVE WSAA-MATCH-CHDRNUM     TO LIFA-RLDGACCT.
           MOVE CREDITAMT OF ZIPNPF    TO LIFA-ORIGAMT
                                          LIFA-ACCTAMT.
           MOVE 'INSTANT PAYMENT RECEIPT'
                                       TO LIFA-TRANDESC.
           MOVE ALNO-ALOC-NO           TO LIFA-TRANREF.
           MOVE BSSC-EFFECTIVE-DATE    TO LIFA-EFFDATE.
           MOVE WSAA-TODAY             TO LIFA-TRANSACTION-DATE.
           MOVE WSAA-JRNSEQ            TO LIFA-JRNSEQ.
      *
           CALL 'LIFACMV'           USING LIFA-LIFACMV-REC.
      *
           IF LIFA-STATUZ           NOT = O-K
              MOVE LIFA-STATUZ         TO SYSR-STATUZ
              MOVE LIFA-LIFACMV-REC    TO SYSR-PARAMS
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       3359-EXIT.
           EXIT.
      /
       3400-WRITE-EXCEPTION SECTION.
      ******************************
      *
       3410-START.
      *
           MOVE SPACES                 TO ZIPEPF-REC.
           MOVE BANKCODE    OF ZIPNPF  TO BANKCODE    OF ZIPEPF.
           MOVE VIRTACCT    OF ZIPNPF  TO VIRTACCT    OF ZIPEPF.
           MOVE PAYRBANKACC OF ZIPNPF  TO PAYRBANKACC OF ZIPEPF.
           MOVE TRANREF     OF ZIPNPF  TO TRANREF     OF ZIPEPF.
           MOVE NARRATIVE   OF ZIPNPF  TO NARRATIVE   OF ZIPEPF.
           MOVE CREDITAMT   OF ZIPNPF  TO CREDITAMT   OF ZIPEPF.
           MOVE CREDITDATE  OF ZIPNPF  TO CREDITDATE  OF ZIPEPF.
           MOVE CREDITTIME  OF ZIPNPF  TO CREDITTIME  OF ZIPEPF.
           MOVE WSAA-EXCP-REASON       TO EXCPREASN   OF ZIPEPF.
           MOVE BSSC-EFFECTIVE-DATE    TO RUNDATE     OF ZIPEPF.
           WRITE ZIPEPF-REC.
      *
           ADD 1                       TO WSAA-EXCP-CNT.
           MOVE CT03                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
       3490-EXIT.
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
              CLOSE ZIPNPF
           END-IF.
           CLOSE ZIPEPF.
      *
           DISPLAY '=========================================='.
           DISPLAY 'B5454 INSTANT PAYMENT NOTIFICATION SUMMARY'.
           DISPLAY 'RECEIPTS CREATED..........: ' WSAA-RECEIPT-CNT.
           DISPLAY '  OF WHICH CONFIRMED......: ' WSAA-AUTO-CNT.
           DISPLAY 'UNMATCHED NOTIFICATIONS...: ' WSAA-EXCP-CNT.
           DISPLAY '=========================================='.
      *
           MOVE O-K                    TO LSAA-STATUZ.
      *
       4090-EXIT.
           EXIT.
