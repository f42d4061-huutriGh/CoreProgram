       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZPAYREF.
      *
      * Copyright 1986-2026, Computer Sciences Corporation.
      *
      *REMARKS.
      *
      * CONTRACT PAYMENT REFERENCE AND VIETQR PAYLOAD.
      *
      * Gives each contract payer (contract and PAYR sequence) its
      * own payment reference - a virtual account number at our
      * collection bank - and the VietQR payload that carries it,
      * so a client paying by mobile banking transfer no longer has
      * to type the contract number.  The reference is kept on the
      * ZPRF register; the ZPRFREF view finds the contract from the
      * reference when the bank reports the credit.
      *
      * The reference is 16 digits:
      *
      *     TV156 virtual account prefix       4
      *     contract number                    8
      *     payer sequence                     2
      *     generation                         1
      *     check digit (Luhn, mod 10)         1
      *
      * The generation moves on when the paying client changes, so
      * the earlier payer's reference no longer matches.
      *
      * The payload is a static VietQR (NAPAS 'QRIBFTTA' transfer
      * to account) for the TV156 bank BIN and the reference, with
      * the contract number as the purpose of transfer and the
      * CRC-16 (CCITT) the standard requires.
      *
      * Function:
      *   'GET '  the payer's reference and payload - issued on
      *           the first call, re-issued after a change of
      *           payer.  ZPYR-CLNTNUM returns the payer.
      *
      * The rules are TV156 item ZPAYREF.  With no item references
      * are not issued: the reference and payload come back blank
      * with status O-K.  A zero date means today.
      *
      * Callers: B5411 consolidated premium notice, B5354 overdue
      * notices, B5379 anniversary statement; B5454 and B5356 read
      * the ZPRFREF view to match credits.
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
      /
       DATA DIVISION.
       FILE SECTION.
      /
       WORKING-STORAGE SECTION.
      *
       01  WSAA-SUBR                   PIC X(08) VALUE 'ZPAYREF'.
       01  WSAA-VERSION                PIC X(02) VALUE '01'.
      *
       01  WSAA-ZPRF-FOUND             PIC X(01) VALUE 'N'.
       01  WSAA-GENNO                  PIC 9(01) VALUE 0.
       01  WSAA-PAYRSEQNO              PIC 9(02) VALUE 0.
      *
       01  WSAA-FORENUM.
           05  WSAA-FORE-CHDRNUM       PIC X(08).
           05  WSAA-FORE-PAYRSEQNO     PIC 9(02).
      *
      *  The reference and its check digit.
      *
       01  WSAA-REF.
           03  WSAA-REF-BODY.
               05  WSAA-REF-PREFIX     PIC X(04).
               05  WSAA-REF-CHDRNUM    PIC X(08).
               05  WSAA-REF-PAYRSEQNO  PIC 9(02).
               05  WSAA-REF-GENNO      PIC 9(01).
           03  WSAA-REF-CHECK          PIC 9(01).
       01  WSAA-REF-R                  REDEFINES WSAA-REF.
           03  WSAA-REF-CHAR           PIC X(01) OCCURS 16 TIMES.
      *
       01  WSAA-LX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-WEIGHT                 PIC 9(01) VALUE 0.
       01  WSAA-DIGIT                  PIC 9(01) VALUE 0.
       01  WSAA-PRODUCT                PIC 9(02) VALUE 0.
       01  WSAA-LUHN-SUM               PIC 9(04) VALUE 0.
       01  WSAA-LUHN-QUOT              PIC 9(04) VALUE 0.
       01  WSAA-LUHN-REM               PIC 9(01) VALUE 0.
      *
      *  The payload, and the part of it the CRC is taken over
      *  (everything up to and including the CRC tag '6304').
      *
       01  WSAA-QR-LEN                 PIC S9(03) COMP-3 VALUE 109.
       01  WSAA-QRDATA                 PIC X(120) VALUE SPACES.
       01  WSAA-QRDATA-R               REDEFINES WSAA-QRDATA.
           03  WSAA-QR-CHAR            PIC X(01) OCCURS 120 TIMES.
      *
      *  CRC-16/CCITT, initial value X'FFFF', polynomial X'1021',
      *  worked one bit at a time; bit 1 is the high-order bit.
      *  The ASCII codes of the payload characters are taken from
      *  WSAA-ASCII-SET by position, as the bank computes the CRC
      *  over the ASCII string.
      *
       01  WSAA-CRC-BITS.
           03  WSAA-CRC-BIT            PIC 9(01) OCCURS 16 TIMES.
       01  WSAA-CRC-SHIFT              PIC X(15) VALUE SPACES.
       01  WSAA-BYTE-BITS.
           03  WSAA-BYTE-BIT           PIC 9(01) OCCURS 8 TIMES.
       01  WSAA-CX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-BX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-AX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-NX                     PIC S9(03) COMP-3 VALUE 0.
       01  WSAA-ASCII-CODE             PIC 9(03) VALUE 0.
       01  WSAA-TOP-BIT                PIC 9(01) VALUE 0.
       01  WSAA-NIBBLE                 PIC 9(02) VALUE 0.
       01  WSAA-CRC-HEX                PIC X(04) VALUE SPACES.
       01  WSAA-ASCII-SET              PIC X(36) VALUE
           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WSAA-HEX-SET                PIC X(16) VALUE
           '0123456789ABCDEF'.
      *
       01  TABLES.
           03  TV156                   PIC X(06) VALUE 'TV156'.
      *
       01  FORMATS.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  CLRFREC                 PIC X(10) VALUE 'CLRFREC'.
           03  ZPRFREC                 PIC X(10) VALUE 'ZPRFREC'.
      *
           COPY CONERRREC.
           COPY CONLOGREC.
           COPY SYSERRREC.
           COPY VARCOM.
           COPY ITEMSKM.
           COPY CLRFSKM.
           COPY ZPRFSKM.
           COPY TV156REC.
      /
      *
       LINKAGE SECTION.
      *****************
      *
           COPY ZPAYREFREC.
      /
       PROCEDURE DIVISION           USING ZPYR-ZPAYREF-REC.
      *
       000-MAIN SECTION.
      ******************
       010-START.
      *
           MOVE O-K                    TO ZPYR-STATUZ.
           MOVE SPACES                 TO ZPYR-CLNTNUM
                                          ZPYR-PAYREF
                                          ZPYR-QRDATA.
      *
           IF ZPYR-FUNCTION         NOT = 'GET '
              MOVE BOMB                TO ZPYR-STATUZ
              GO TO 090-EXIT
           END-IF.
      *
           IF ZPYR-EFFDATE              = ZERO
              MOVE TDAY                TO DTC1-FUNCTION
              CALL 'DATCON1'        USING DTC1-DATCON1-REC
              MOVE DTC1-EXT-DATE       TO ZPYR-EFFDATE
           END-IF.
      *
           PERFORM 100-LOAD-RULES.
      *
           IF ZPYR-STATUZ           NOT = O-K
           OR TV156-VAPREFIX            = SPACES
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 200-READ-PAYER.
      *
           IF ZPYR-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
           PERFORM 300-READ-ZPRF.
      *
           IF ZPYR-STATUZ           NOT = O-K
              GO TO 090-EXIT
           END-IF.
      *
      *  The payer's reference stands while the payer does.
      *
           IF  WSAA-ZPRF-FOUND          = 'Y'
           AND ZPRF-CLNTNUM             = ZPYR-CLNTNUM
               MOVE ZPRF-PAYREF        TO ZPYR-PAYREF
               MOVE ZPRF-QRDATA        TO ZPYR-QRDATA
               GO TO 090-EXIT
           END-IF.
      *
           PERFORM 400-NEW-REFERENCE.
           PERFORM 500-BUILD-PAYLOAD.
           PERFORM 700-WRITE-ZPRF.
      *
       090-EXIT.
           EXIT PROGRAM.
      /
       100-LOAD-RULES SECTION.
      ************************
       110-START.
      *
           INITIALIZE                  ITEM-PARAMS.
           MOVE 'IT'                   TO ITEM-ITEMPFX.
           MOVE ZPYR-COMPANY           TO ITEM-ITEMCOY.
           MOVE TV156                  TO ITEM-ITEMTABL.
           MOVE WSAA-SUBR              TO ITEM-ITEMITEM.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
           CALL 'ITEMIO'            USING ITEM-PARAMS.
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
              MOVE ITEM-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZPYR-STATUZ
              GO TO 190-EXIT
           END-IF.
      *
           IF ITEM-STATUZ               = O-K
              MOVE ITEM-GENAREA        TO TV156-TV156-REC
           ELSE
              MOVE SPACES              TO TV156-TV156-REC
           END-IF.
      *
       190-EXIT.
           EXIT.
      /
       200-READ-PAYER SECTION.
      ************************
       210-START.
      *
      *  The paying client, through the CLRF 'PY' role, as B5411
      *  resolves payers.
      *
           MOVE ZPYR-CHDRNUM           TO WSAA-FORE-CHDRNUM.
           MOVE ZPYR-PAYRSEQNO         TO WSAA-FORE-PAYRSEQNO.
      *
           INITIALIZE                  CLRF-PARAMS.
           MOVE 'CH'                   TO CLRF-FOREPFX.
           MOVE ZPYR-COMPANY           TO CLRF-FORECOY.
           MOVE WSAA-FORENUM           TO CLRF-FORENUM.
           MOVE 'PY'                   TO CLRF-CLRRROLE.
           MOVE CLRFREC                TO CLRF-FORMAT.
           MOVE READR                  TO CLRF-FUNCTION.
      *
           CALL 'CLRFIO'            USING CLRF-PARAMS.
      *
           IF CLRF-STATUZ           NOT = O-K AND MRNF
              MOVE CLRF-STATUZ         TO SYSR-STATUZ
              MOVE CLRF-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZPYR-STATUZ
              GO TO 290-EXIT
           END-IF.
      *
           IF CLRF-STATUZ               = O-K
              MOVE CLRF-CLNTNUM (1:8)  TO ZPYR-CLNTNUM
           END-IF.
      *
       290-EXIT.
           EXIT.
      /
       300-READ-ZPRF SECTION.
      ***********************
       310-START.
      *
           MOVE 'N'                    TO WSAA-ZPRF-FOUND.
           MOVE ZERO                   TO WSAA-GENNO.
      *
           INITIALIZE                  ZPRF-PARAMS.
           MOVE ZPYR-COMPANY           TO ZPRF-CHDRCOY.
           MOVE ZPYR-CHDRNUM           TO ZPRF-CHDRNUM.
           MOVE ZPYR-PAYRSEQNO         TO ZPRF-PAYRSEQNO.
           MOVE ZPRFREC                TO ZPRF-FORMAT.
           MOVE READR                  TO ZPRF-FUNCTION.
      *
           CALL 'ZPRFIO'            USING ZPRF-PARAMS.
      *
           IF ZPRF-STATUZ           NOT = O-K AND MRNF
              MOVE ZPRF-STATUZ         TO SYSR-STATUZ
              MOVE ZPRF-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZPYR-STATUZ
              GO TO 390-EXIT
           END-IF.
      *
      *  A new payer takes the next generation (9 wraps to 0).
      *
           IF ZPRF-STATUZ               = O-K
              MOVE 'Y'                 TO WSAA-ZPRF-FOUND
              IF ZPRF-GENNO             = 9
                 MOVE ZERO             TO WSAA-GENNO
              ELSE
                 COMPUTE WSAA-GENNO     = ZPRF-GENNO + 1
              END-IF
           END-IF.
      *
       390-EXIT.
           EXIT.
      /
       400-NEW-REFERENCE SECTION.
      ***************************
       410-START.
      *
           MOVE TV156-VAPREFIX         TO WSAA-REF-PREFIX.
           MOVE ZPYR-CHDRNUM           TO WSAA-REF-CHDRNUM.
           MOVE ZPYR-PAYRSEQNO         TO WSAA-REF-PAYRSEQNO.
           MOVE WSAA-GENNO             TO WSAA-REF-GENNO.
      *
      *  Luhn: from the right-hand digit of the body, every other
      *  digit doubled (less 9 when over 9); the check digit takes
      *  the sum up to a multiple of 10.
      *
           MOVE ZERO                   TO WSAA-LUHN-SUM.
           MOVE 2                      TO WSAA-WEIGHT.
      *
           PERFORM 450-LUHN-DIGIT
               VARYING WSAA-LX FROM 15 BY -1
               UNTIL WSAA-LX            < 1.
      *
           DIVIDE WSAA-LUHN-SUM BY 10
               GIVING WSAA-LUHN-QUOT
               REMAINDER WSAA-LUHN-REM.
      *
           IF WSAA-LUHN-REM             = ZERO
              MOVE ZERO                TO WSAA-REF-CHECK
           ELSE
              COMPUTE WSAA-REF-CHECK    = 10 - WSAA-LUHN-REM
           END-IF.
      *
       490-EXIT.
           EXIT.
      /
       450-LUHN-DIGIT SECTION.
      ************************
       451-START.
      *
           IF WSAA-REF-CHAR (WSAA-LX)   IS NUMERIC
              MOVE WSAA-REF-CHAR (WSAA-LX)
                                       TO WSAA-DIGIT
           ELSE
              MOVE ZERO                TO WSAA-DIGIT
           END-IF.
      *
           COMPUTE WSAA-PRODUCT         = WSAA-DIGIT * WSAA-WEIGHT.
      *
           IF WSAA-PRODUCT              > 9
              SUBTRACT 9               FROM WSAA-PRODUCT
           END-IF.
      *
           ADD WSAA-PRODUCT            TO WSAA-LUHN-SUM.
      *
           IF WSAA-WEIGHT               = 2
              MOVE 1                   TO WSAA-WEIGHT
           ELSE
              MOVE 2                   TO WSAA-WEIGHT
           END-IF.
      *
       459-EXIT.
           EXIT.
      /
       500-BUILD-PAYLOAD SECTION.
      ***************************
       510-START.
      *
      *  Tag, length, value throughout; the lengths are fixed as
      *  the BIN, reference and contract number are.
      *
      *    00 payload format         01 static QR
      *    38 NAPAS consumer account (GUID, BIN, account, service)
      *    53 currency VND           58 country VN
      *    62 additional data - 08 purpose: the contract number
      *    63 CRC
      *
           MOVE SPACES                 TO WSAA-QRDATA.
      *
           STRING '000201'
                  '010211'
                  '3860'
                  '0010A000000727'
                  '0130'
                  '0006'               TV156-BANKBIN
                  '0116'               WSAA-REF
                  '0208QRIBFTTA'
                  '5303704'
                  '5802VN'
                  '6212'
                  '0808'               ZPYR-CHDRNUM
                  '6304'
               DELIMITED BY SIZE     INTO WSAA-QRDATA
           END-STRING.
      *
           PERFORM 600-CALC-CRC.
      *
           MOVE WSAA-CRC-HEX           TO WSAA-QRDATA (110:4).
      *
           MOVE WSAA-REF               TO ZPYR-PAYREF.
           MOVE WSAA-QRDATA            TO ZPYR-QRDATA.
      *
       590-EXIT.
           EXIT.
      /
       600-CALC-CRC SECTION.
      **********************
       610-START.
      *
           MOVE ALL '1'                TO WSAA-CRC-BITS.
      *
           PERFORM 650-ONE-CHARACTER
               VARYING WSAA-CX FROM 1 BY 1
               UNTIL WSAA-CX            > WSAA-QR-LEN.
      *
           MOVE SPACES                 TO WSAA-CRC-HEX.
      *
           PERFORM 690-HEX-DIGIT
               VARYING WSAA-NX FROM 1 BY 1
               UNTIL WSAA-NX            > 4.
      *
       649-EXIT.
           EXIT.
      /
       650-ONE-CHARACTER SECTION.
      ***************************
       651-START.
      *
      *  The character's ASCII code: digits are 48 up, capitals
      *  65 up; anything else is taken as a space (32).
      *
           MOVE 32                     TO WSAA-ASCII-CODE.
      *
           PERFORM 655-FIND-CHARACTER
               VARYING WSAA-AX FROM 1 BY 1
               UNTIL WSAA-AX            > 36
               OR WSAA-ASCII-CODE   NOT = 32.
      *
           PERFORM 660-BYTE-BIT
               VARYING WSAA-BX FROM 8 BY -1
               UNTIL WSAA-BX            < 1.
      *
           PERFORM 670-CRC-BIT
               VARYING WSAA-BX FROM 1 BY 1
               UNTIL WSAA-BX            > 8.
      *
       659-EXIT.
           EXIT.
      /
       655-FIND-CHARACTER SECTION.
      ****************************
       656-START.
      *
           IF WSAA-QR-CHAR (WSAA-CX)    = WSAA-ASCII-SET (WSAA-AX:1)
              IF WSAA-AX                > 10
                 COMPUTE WSAA-ASCII-CODE
                                        = WSAA-AX + 54
              ELSE
                 COMPUTE WSAA-ASCII-CODE
                                        = WSAA-AX + 47
              END-IF
           END-IF.
      *
       657-EXIT.
           EXIT.
      /
       660-BYTE-BIT SECTION.
      **********************
       661-START.
      *
           DIVIDE WSAA-ASCII-CODE BY 2
               GIVING WSAA-ASCII-CODE
               REMAINDER WSAA-BYTE-BIT (WSAA-BX).
      *
       669-EXIT.
           EXIT.
      /
       670-CRC-BIT SECTION.
      *********************
       671-START.
      *
      *  The high-order CRC bit against the data bit; shift left;
      *  where they differed, the polynomial X'1021' (bits 4, 11
      *  and 16) is applied.
      *
           IF WSAA-CRC-BIT (1)          = WSAA-BYTE-BIT (WSAA-BX)
              MOVE ZERO                TO WSAA-TOP-BIT
           ELSE
              MOVE 1                   TO WSAA-TOP-BIT
           END-IF.
      *
           MOVE WSAA-CRC-BITS (2:15)   TO WSAA-CRC-SHIFT.
           MOVE WSAA-CRC-SHIFT         TO WSAA-CRC-BITS (1:15).
           MOVE ZERO                   TO WSAA-CRC-BIT (16).
      *
           IF WSAA-TOP-BIT              = 1
              COMPUTE WSAA-CRC-BIT (4)  = 1 - WSAA-CRC-BIT (4)
              COMPUTE WSAA-CRC-BIT (11) = 1 - WSAA-CRC-BIT (11)
              COMPUTE WSAA-CRC-BIT (16) = 1 - WSAA-CRC-BIT (16)
           END-IF.
      *
       679-EXIT.
           EXIT.
      /
       690-HEX-DIGIT SECTION.
      ***********************
       691-START.
      *
           COMPUTE WSAA-NIBBLE = WSAA-CRC-BIT (WSAA-NX * 4 - 3) * 8
                               + WSAA-CRC-BIT (WSAA-NX * 4 - 2) * 4
                               + WSAA-CRC-BIT (WSAA-NX * 4 - 1) * 2
                               + WSAA-CRC-BIT (WSAA-NX * 4)
                               + 1.
      *
           MOVE WSAA-HEX-SET (WSAA-NIBBLE:1)
                                       TO WSAA-CRC-HEX (WSAA-NX:1).
      *
       699-EXIT.
           EXIT.
      /
       700-WRITE-ZPRF SECTION.
      ************************
       710-START.
      *
           IF WSAA-ZPRF-FOUND           = 'Y'
              MOVE READH               TO ZPRF-FUNCTION
              CALL 'ZPRFIO'         USING ZPRF-PARAMS
              IF ZPRF-STATUZ        NOT = O-K
                 MOVE ZPRF-STATUZ      TO SYSR-STATUZ
                 MOVE ZPRF-PARAMS      TO SYSR-PARAMS
                 MOVE BOMB             TO ZPYR-STATUZ
                 GO TO 790-EXIT
              END-IF
              MOVE REWRT               TO ZPRF-FUNCTION
           ELSE
              INITIALIZE               ZPRF-PARAMS
              MOVE ZPYR-COMPANY        TO ZPRF-CHDRCOY
              MOVE ZPYR-CHDRNUM        TO ZPRF-CHDRNUM
              MOVE ZPYR-PAYRSEQNO      TO ZPRF-PAYRSEQNO
              MOVE WRITR               TO ZPRF-FUNCTION
           END-IF.
      *
           MOVE ZPYR-CLNTNUM           TO ZPRF-CLNTNUM.
           MOVE WSAA-GENNO             TO ZPRF-GENNO.
           MOVE ZPYR-PAYREF            TO ZPRF-PAYREF.
           MOVE ZPYR-QRDATA            TO ZPRF-QRDATA.
           MOVE ZPYR-EFFDATE           TO ZPRF-GENDATE.
           MOVE '1'                    TO ZPRF-VALIDFLAG.
           MOVE ZPRFREC                TO ZPRF-FORMAT.
      *
           CALL 'ZPRFIO'            USING ZPRF-PARAMS.
      *
           IF ZPRF-STATUZ           NOT = O-K
              MOVE ZPRF-STATUZ         TO SYSR-STATUZ
              MOVE ZPRF-PARAMS         TO SYSR-PARAMS
              MOVE BOMB                TO ZPYR-STATUZ
           END-IF.
      *
       790-EXIT.
           EXIT.
