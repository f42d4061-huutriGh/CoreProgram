      *           postcode validation module returns, so addresses          *
      *           carry the standard form from the ZPCD master.             *
      *                                                                     *
      * 15/10/26  01/01   PH2676       Phi Tran - IT DEV                    *
      *           Capture FATCA/CRS tax residency (up to three countries    *
      *           with TIN or no-TIN reason) and self-certification status; *
      *           held on client tax-residency register ZCTX.               *
      *                                                                     *
      * 15/10/26  01/01   PH2678       Phi Tran - IT DEV                    *
      *           Queue new clients, and amended clients whose name, ID     *
      *           number or date of birth changed, on the ZIDV register for *
      *           national population database (C06) verification.          *
      *                                                                     *
      * 15/10/26  01/01   PH2680       Phi Tran - IT DEV                    *
      *           Keep each amendment to the name, ID number, date of birth,*
      *           address, telephones, mobile and e-mail - old and new      *
      *           value, user and terminal - on the ZCHG client change      *
      *           history (ZCHGLOG) for the payout gates' recent-change     *
      *           check.                                                    *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
      /
       01  WSAA-WARNING-COUNT          PIC 9(02).                       <V62P07>
       01  WSAA-CLNTSSN-FND            PIC X(01).                       <V62P07>
       01  WSAA-DUP-COUNT              PIC 9(02) VALUE ZERO.            <PHE100>
       01  WSAA-TAX-IX                 PIC S9(03) COMP-3 VALUE 0.       <PH2676>
       01  WSAA-IDV-OLD.                                                <PH2678>
           03  WSAA-IDV-OLD-SURNAME    PIC X(30) VALUE SPACES.          <PH2678>
           03  WSAA-IDV-OLD-GIVNAME    PIC X(30) VALUE SPACES.          <PH2678>
           03  WSAA-IDV-OLD-IDNUM      PIC X(20) VALUE SPACES.          <PH2678>
           03  WSAA-IDV-OLD-DOB        PIC X(08) VALUE SPACES.          <PH2678>
       01  WSAA-IDV-NEW.                                                <PH2678>
           03  WSAA-IDV-NEW-SURNAME    PIC X(30) VALUE SPACES.          <PH2678>
           03  WSAA-IDV-NEW-GIVNAME    PIC X(30) VALUE SPACES.          <PH2678>
           03  WSAA-IDV-NEW-IDNUM      PIC X(20) VALUE SPACES.          <PH2678>
           03  WSAA-IDV-NEW-DOB        PIC X(08) VALUE SPACES.          <PH2678>
       01  WSAA-CHG-OLD.                                                <PH2680>
           03  WSAA-CHG-OLD-SURNAME    PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-GIVNAME    PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-IDNUM      PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-DOB        PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-ADDR01     PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-ADDR02     PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-ADDR03     PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-ADDR04     PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-ADDR05     PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-PCODE      PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-PHONE01    PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-PHONE02    PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-MOBILE     PIC X(30) VALUE SPACES.          <PH2680>
           03  WSAA-CHG-OLD-EMAIL      PIC X(30) VALUE SPACES.          <PH2680>
       01  WSAA-CHG-FLDGRP             PIC X(01) VALUE SPACES.          <PH2680>
       01  WSAA-CHG-FLDNAME            PIC X(10) VALUE SPACES.          <PH2680>
       01  WSAA-CHG-OLDVAL             PIC X(50) VALUE SPACES.          <PH2680>
       01  WSAA-CHG-NEWVAL             PIC X(50) VALUE SPACES.          <PH2680>
       01  WSAA-DUP-CLNTNUM-TAB.                                        <PHE100>
           03  WSAA-DUP-CLNTNUM        PIC X(08) OCCURS 5.              <PHE100>
       01  WSAA-STAFFLAG-SAV           PIC X(01).                       <GAPPH2>
           03  CLEXMBPREC              PIC X(10) VALUE 'CLEXMBPREC'.    <NB008>
           03  CLNTCHKREC              PIC X(10) VALUE 'CLNTCHKREC'.    <NB019>
           03  ZCLEREC                 PIC X(10) VALUE 'ZCLEREC'.       <CLM14>
           03  ZCTXREC                 PIC X(10) VALUE 'ZCTXREC'.       <PH2676>
           03  ZIDVREC                 PIC X(10) VALUE 'ZIDVREC'.       <PH2678>
      *                                                                 <NB008>
       01  TABLES.
           03  T3628                   PIC X(05) VALUE 'T3628'.
           03  F073                    PIC X(04) VALUE 'F073'.
           03  F767                    PIC X(04) VALUE 'F767'.
           03  F991                    PIC X(04) VALUE 'F991'.          <V64F04>
           03  F993                    PIC X(04) VALUE 'F993'.          <PH2676>
           03  G616                    PIC X(04) VALUE 'G616'.          <FUPLET>
           03  G620                    PIC X(04) VALUE 'G620'.
      **** 03  F735                    PIC X(04) VALUE 'F735'.          <A06289>
           COPY CLEXMBPSKM.                                             <NB008>
           COPY CLNTCHKSKM.                                             <NB019>
           COPY ZCLESKM.                                                <CLM14>
           COPY ZCTXSKM.                                                <PH2676>
           COPY ZIDVSKM.                                                <PH2678>
           COPY ZCHGLOGREC.                                             <PH2680>
      /                                                                 <V75F01>
                                                                        <DA002>
       LINKAGE SECTION.
           IF ZCLE-STATUZ = O-K                                         <CLM14>
              MOVE ZCLE-IDPLACEXT      TO S2465-IDPLACEXT               <CLM14>
           END-IF.                                                      <CLM14>
      *                                                                 <PH2676>
           PERFORM B4100-LOAD-ZCTX.                                     <PH2676>
      *                                                                 <FA4547>
       1500-ADDITIONAL-DETAILS.                                         <FA4547>
      *                                                                 <FA4547>
              END-IF                                                    <PHFX74>
           END-IF.                                                      <PHFX74>
                                                                        <PHFX74>
      *                                                                 <PH2676>
      * Validate the FATCA/CRS tax residency and self-certification.    <PH2676>
      *                                                                 <PH2676>
           IF WSSP-FLAG                 = 'A' OR 'M'                    <PH2676>
              PERFORM A2700-VALIDATE-TAXRES                             <PH2676>
           END-IF.                                                      <PH2676>
      *                                                                 <PH2676>
       2080-CHECK-ERROR.                                                <V64F04>
                                                                        <FSA566>
           IF S2465-ERROR-INDICATORS   NOT = SPACES
           PERFORM 3800-UPDATE-CLEX.                                    <V72F01>
      * Update ZCLEPF                                                   <CLM14>
           PERFORM A3800-UPDATE-ZCLE.                                   <CLM14>
           PERFORM A3900-UPDATE-ZCTX.                                   <PH2676>
           PERFORM A4100-QUEUE-ZIDV.                                    <PH2678>
                                                                        <GAPPH2>
      *                                                                 <GAPPH2>
      * Update Staff Client information (SCLTPF)                        <GAPPH2>
           IF CLTS-STATUZ              NOT = O-K
               MOVE CLTS-PARAMS        TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR.
      * Identity as held before the amendment, for A4100-QUEUE-ZIDV.    <PH2678>
           MOVE CLTS-LSURNAME          TO WSAA-IDV-OLD-SURNAME.         <PH2678>
           MOVE CLTS-LGIVNAME          TO WSAA-IDV-OLD-GIVNAME.         <PH2678>
           MOVE CLTS-SECUITYNO         TO WSAA-IDV-OLD-IDNUM.           <PH2678>
           MOVE CLTS-CLTDOB            TO WSAA-IDV-OLD-DOB.             <PH2678>
      * The same, field by field, for A4200-LOG-CHANGES.                <PH2680>
           MOVE SPACES                 TO WSAA-CHG-OLD.                 <PH2680>
           MOVE CLTS-LSURNAME          TO WSAA-CHG-OLD-SURNAME.         <PH2680>
           MOVE CLTS-LGIVNAME          TO WSAA-CHG-OLD-GIVNAME.         <PH2680>
           MOVE CLTS-SECUITYNO         TO WSAA-CHG-OLD-IDNUM.           <PH2680>
           MOVE CLTS-CLTDOB            TO WSAA-CHG-OLD-DOB.             <PH2680>
           MOVE CLTS-CLTADDR01         TO WSAA-CHG-OLD-ADDR01.          <PH2680>
           MOVE CLTS-CLTADDR02         TO WSAA-CHG-OLD-ADDR02.          <PH2680>
           MOVE CLTS-CLTADDR03         TO WSAA-CHG-OLD-ADDR03.          <PH2680>
           MOVE CLTS-CLTADDR04         TO WSAA-CHG-OLD-ADDR04.          <PH2680>
           MOVE CLTS-CLTADDR05         TO WSAA-CHG-OLD-ADDR05.          <PH2680>
           MOVE CLTS-CLTPCODE          TO WSAA-CHG-OLD-PCODE.           <PH2680>
           MOVE CLTS-CLTPHONE01        TO WSAA-CHG-OLD-PHONE01.         <PH2680>
           MOVE CLTS-CLTPHONE02        TO WSAA-CHG-OLD-PHONE02.         <PH2680>
                                                                        <V73F02>
      ***  IF  WSAA-FIRST-LOOP          = 'Y'                   <V76F10><V73F02>
      ***      MOVE '2'                TO CLTS-VALIDFLAG        <V76F10><V73F02>
           PERFORM 3800-UPDATE-CLEX.                                    <V72F01>
      * Update ZCLEPF                                                   <CLM14>
           PERFORM A3800-UPDATE-ZCLE.                                   <CLM14>
           PERFORM A3900-UPDATE-ZCTX.                                   <PH2676>
           PERFORM A4100-QUEUE-ZIDV.                                    <PH2678>
           PERFORM A4200-LOG-CHANGES.                                   <PH2680>
      *                                                                 <GAPPH2>
      * Update Staff Client information (SCLTPF)                        <GAPPH2>
      *                                                                 <GAPPH2>
               MOVE CLEX-PARAMS        TO SYSR-PARAMS                   <V72F01>
               PERFORM 600-FATAL-ERROR                                  <V72F01>
           END-IF.                                                      <V72F01>
           IF  CLEX-STATUZ              = O-K                           <PH2680>
           AND WSSP-FLAG                = 'M'                           <PH2680>
               MOVE CLEX-RMBLPHONE     TO WSAA-CHG-OLD-MOBILE           <PH2680>
               MOVE CLEX-RINTERNET     TO WSAA-CHG-OLD-EMAIL            <PH2680>
           END-IF.                                                      <PH2680>
           IF CLEX-STATUZ               = O-K                           <V72F01>
              IF S2465-RINTERNET        = SPACE AND                     <V72F01>
                 S2465-RMBLPHONE        = SPACE                         <V72F01>
       B4090-EXIT.                                                      <CLM14>
             EXIT.                                                      <CLM14>
      /                                                                 <CLM14>
       A2700-VALIDATE-TAXRES SECTION.                                   <PH2676>
      *******************************                                   <PH2676>
       A2710-START.                                                     <PH2676>
      *                                                                 <PH2676>
      * Each tax residency country entered must be on T3645 and         <PH2676>
      * carry either a TIN or a reason why no TIN is held:              <PH2676>
      *   A - the country does not issue TINs to its residents          <PH2676>
      *   B - the client is otherwise unable to obtain a TIN            <PH2676>
      *   C - the country does not require the TIN to be reported       <PH2676>
      * A self-certification marked as held (Y) must be dated and       <PH2676>
      * the date may not be in the future.                              <PH2676>
      *                                                                 <PH2676>
           PERFORM A2750-VALIDATE-ONE-TAXRES                            <PH2676>
              VARYING WSAA-TAX-IX    FROM 1 BY 1                        <PH2676>
              UNTIL   WSAA-TAX-IX       > 3.                            <PH2676>
      *                                                                 <PH2676>
           IF S2465-SCERTIND        NOT = SPACES AND 'Y' AND 'N'        <PH2676>
              MOVE E315                TO S2465-SCERTIND-ERR            <PH2676>
           END-IF.                                                      <PH2676>
      *                                                                 <PH2676>
           IF S2465-SCERTIND            = 'Y'                           <PH2676>
              IF S2465-SCERTDATE        = ZEROES OR VRCM-MAX-DATE       <PH2676>
                 MOVE E186             TO S2465-SCERTDATE-ERR           <PH2676>
                 GO TO A2790-EXIT                                       <PH2676>
              END-IF                                                    <PH2676>
           END-IF.                                                      <PH2676>
      *                                                                 <PH2676>
           IF S2465-SCERTDATE       NOT = ZEROES AND VRCM-MAX-DATE      <PH2676>
              IF S2465-SCERTDATE        > WSAA-TODAY                    <PH2676>
                 MOVE F073             TO S2465-SCERTDATE-ERR           <PH2676>
              END-IF                                                    <PH2676>
           END-IF.                                                      <PH2676>
      *                                                                 <PH2676>
       A2790-EXIT.                                                      <PH2676>
            EXIT.                                                       <PH2676>
      /                                                                 <PH2676>
       A2750-VALIDATE-ONE-TAXRES SECTION.                               <PH2676>
      ***********************************                               <PH2676>
       A2751-START.                                                     <PH2676>
      *                                                                 <PH2676>
           IF S2465-TAXRES (WSAA-TAX-IX) = SPACES                       <PH2676>
              IF S2465-TAXID (WSAA-TAX-IX)  NOT = SPACES                <PH2676>
              OR S2465-TINRSN (WSAA-TAX-IX) NOT = SPACES                <PH2676>
                 MOVE E186 TO S2465-TAXRES-ERR (WSAA-TAX-IX)            <PH2676>
              END-IF                                                    <PH2676>
              GO TO A2759-EXIT                                          <PH2676>
           END-IF.                                                      <PH2676>
      *                                                                 <PH2676>
           MOVE SPACES                 TO ITEM-PARAMS.                  <PH2676>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2676>
           MOVE WSSP-FSUCO             TO ITEM-ITEMCOY.                 <PH2676>
           MOVE T3645                  TO ITEM-ITEMTABL.                <PH2676>
           MOVE S2465-TAXRES (WSAA-TAX-IX)                              <PH2676>
                                       TO ITEM-ITEMITEM.                <PH2676>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2676>
           CALL 'ITEMIO'               USING ITEM-PARAMS.               <PH2676>
           IF ITEM-STATUZ              NOT = O-K AND                    <PH2676>
              ITEM-STATUZ              NOT = MRNF                       <PH2676>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <PH2676>
              PERFORM 600-FATAL-ERROR                                   <PH2676>
           END-IF.                                                      <PH2676>
           IF ITEM-STATUZ               = MRNF                          <PH2676>
              MOVE F993 TO S2465-TAXRES-ERR (WSAA-TAX-IX)               <PH2676>
           END-IF.                                                      <PH2676>
      *                                                                 <PH2676>
           IF S2465-TAXID (WSAA-TAX-IX)     = SPACES                    <PH2676>
           AND S2465-TINRSN (WSAA-TAX-IX)   = SPACES                    <PH2676>
              MOVE E186 TO S2465-TAXID-ERR (WSAA-TAX-IX)                <PH2676>
           END-IF.                                                      <PH2676>
      *                                                                 <PH2676>
           IF S2465-TINRSN (WSAA-TAX-IX) NOT = SPACES                   <PH2676>
              IF S2465-TINRSN (WSAA-TAX-IX) NOT = 'A' AND 'B' AND 'C'   <PH2676>
              OR S2465-TAXID (WSAA-TAX-IX)  NOT = SPACES                <PH2676>
                 MOVE E315 TO S2465-TINRSN-ERR (WSAA-TAX-IX)            <PH2676>
              END-IF                                                    <PH2676>
           END-IF.                                                      <PH2676>
      *                                                                 <PH2676>
       A2759-EXIT.                                                      <PH2676>
            EXIT.                                                       <PH2676>
      /                                                                 <PH2676>
       A3900-UPDATE-ZCTX SECTION.                                       <PH2676>
      ***************************                                       <PH2676>
       A3910-START.                                                     <PH2676>
      *                                                                 <PH2676>
      * The indicia flags on ZCTX belong to the overnight indicia       <PH2676>
      * scan and are carried forward untouched.  No register entry      <PH2676>
      * is created for a client with no tax residency details.          <PH2676>
      *                                                                 <PH2676>
           MOVE SPACES                 TO ZCTX-PARAMS.                  <PH2676>
           MOVE WSSP-CLNTKEY           TO ZCTX-DATA-KEY.                <PH2676>
           MOVE ZCTXREC                TO ZCTX-FORMAT.                  <PH2676>
           MOVE READR                  TO ZCTX-FUNCTION.                <PH2676>
           CALL 'ZCTXIO'            USING ZCTX-PARAMS.                  <PH2676>
           IF ZCTX-STATUZ           NOT = O-K AND MRNF                  <PH2676>
               MOVE ZCTX-PARAMS        TO SYSR-PARAMS                   <PH2676>
               PERFORM 600-FATAL-ERROR                                  <PH2676>
           END-IF.                                                      <PH2676>
           IF ZCTX-STATUZ               = MRNF                          <PH2676>
              IF  S2465-TAXRES (1)      = SPACES                        <PH2676>
              AND S2465-TAXRES (2)      = SPACES                        <PH2676>
              AND S2465-TAXRES (3)      = SPACES                        <PH2676>
              AND S2465-SCERTIND        = SPACES                        <PH2676>
                 GO TO A3990-EXIT                                       <PH2676>
              END-IF                                                    <PH2676>
              INITIALIZE ZCTX-PARAMS                                    <PH2676>
              MOVE WSSP-CLNTKEY        TO ZCTX-DATA-KEY                 <PH2676>
              MOVE ZCTXREC             TO ZCTX-FORMAT                   <PH2676>
              MOVE VRCM-MAX-DATE       TO ZCTX-INDCDATE                 <PH2676>
           END-IF.                                                      <PH2676>
           MOVE UPDAT                  TO ZCTX-FUNCTION.                <PH2676>
           MOVE '1'                    TO ZCTX-VALIDFLAG.               <PH2676>
           MOVE S2465-TAXRES (1)       TO ZCTX-TAXRES01.                <PH2676>
           MOVE S2465-TAXRES (2)       TO ZCTX-TAXRES02.                <PH2676>
           MOVE S2465-TAXRES (3)       TO ZCTX-TAXRES03.                <PH2676>
           MOVE S2465-TAXID (1)        TO ZCTX-TAXID01.                 <PH2676>
           MOVE S2465-TAXID (2)        TO ZCTX-TAXID02.                 <PH2676>
           MOVE S2465-TAXID (3)        TO ZCTX-TAXID03.                 <PH2676>
           MOVE S2465-TINRSN (1)       TO ZCTX-TINRSN01.                <PH2676>
           MOVE S2465-TINRSN (2)       TO ZCTX-TINRSN02.                <PH2676>
           MOVE S2465-TINRSN (3)       TO ZCTX-TINRSN03.                <PH2676>
           MOVE S2465-SCERTIND         TO ZCTX-SCERTIND.                <PH2676>
           IF S2465-SCERTDATE           = ZEROES                        <PH2676>
              MOVE VRCM-MAX-DATE       TO ZCTX-SCERTDATE                <PH2676>
           ELSE                                                         <PH2676>
              MOVE S2465-SCERTDATE     TO ZCTX-SCERTDATE                <PH2676>
           END-IF.                                                      <PH2676>
      *                                                                 <PH2676>
           CALL 'ZCTXIO'            USING ZCTX-PARAMS.                  <PH2676>
      *                                                                 <PH2676>
           IF ZCTX-STATUZ           NOT = O-K                           <PH2676>
               MOVE ZCTX-PARAMS        TO SYSR-PARAMS                   <PH2676>
               PERFORM 600-FATAL-ERROR                                  <PH2676>
           END-IF.                                                      <PH2676>
      *                                                                 <PH2676>
       A3990-EXIT.                                                      <PH2676>
            EXIT.                                                       <PH2676>
      /                                                                 <PH2676>
       A4100-QUEUE-ZIDV SECTION.                                        <PH2678>
      **************************                                        <PH2678>
       A4110-START.                                                     <PH2678>
      *                                                                 <PH2678>
      * A new client, or an amendment to the name, ID number or         <PH2678>
      * date of birth, is queued ('P') on ZIDV for B5446 to send        <PH2678>
      * to the national population database (C06).  Any earlier         <PH2678>
      * result no longer applies to the details now held.               <PH2678>
      *                                                                 <PH2678>
           MOVE S2465-LSURNAME         TO WSAA-IDV-NEW-SURNAME.         <PH2678>
           MOVE S2465-LGIVNAME         TO WSAA-IDV-NEW-GIVNAME.         <PH2678>
           MOVE S2465-SECUITYNO        TO WSAA-IDV-NEW-IDNUM.           <PH2678>
           MOVE S2465-CLTDOBX          TO WSAA-IDV-NEW-DOB.             <PH2678>
      *                                                                 <PH2678>
           MOVE SPACES                 TO ZIDV-PARAMS.                  <PH2678>
           MOVE WSSP-CLNTKEY           TO ZIDV-DATA-KEY.                <PH2678>
           MOVE ZIDVREC                TO ZIDV-FORMAT.                  <PH2678>
           MOVE READR                  TO ZIDV-FUNCTION.                <PH2678>
           CALL 'ZIDVIO'            USING ZIDV-PARAMS.                  <PH2678>
           IF ZIDV-STATUZ           NOT = O-K AND MRNF                  <PH2678>
               MOVE ZIDV-PARAMS        TO SYSR-PARAMS                   <PH2678>
               PERFORM 600-FATAL-ERROR                                  <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           IF  ZIDV-STATUZ              = O-K                           <PH2678>
           AND WSSP-FLAG                = 'M'                           <PH2678>
           AND WSAA-IDV-NEW             = WSAA-IDV-OLD                  <PH2678>
               GO TO A4190-EXIT                                         <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           IF ZIDV-STATUZ               = MRNF                          <PH2678>
              INITIALIZE ZIDV-PARAMS                                    <PH2678>
              MOVE WSSP-CLNTKEY        TO ZIDV-DATA-KEY                 <PH2678>
              MOVE ZIDVREC             TO ZIDV-FORMAT                   <PH2678>
           END-IF.                                                      <PH2678>
           MOVE UPDAT                  TO ZIDV-FUNCTION.                <PH2678>
           MOVE '1'                    TO ZIDV-VALIDFLAG.               <PH2678>
           MOVE 'P'                    TO ZIDV-IDVSTAT.                 <PH2678>
           MOVE WSAA-TODAY             TO ZIDV-REQDATE                  <PH2678>
                                          ZIDV-IDVDATE.                 <PH2678>
           MOVE ZEROES                 TO ZIDV-SENTDATE.                <PH2678>
           MOVE SPACES                 TO ZIDV-IDMIS                    <PH2678>
                                          ZIDV-NAMMIS                   <PH2678>
                                          ZIDV-DOBMIS                   <PH2678>
                                          ZIDV-RESPREF.                 <PH2678>
      *                                                                 <PH2678>
           CALL 'ZIDVIO'            USING ZIDV-PARAMS.                  <PH2678>
      *                                                                 <PH2678>
           IF ZIDV-STATUZ           NOT = O-K                           <PH2678>
               MOVE ZIDV-PARAMS        TO SYSR-PARAMS                   <PH2678>
               PERFORM 600-FATAL-ERROR                                  <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
       A4190-EXIT.                                                      <PH2678>
            EXIT.                                                       <PH2678>
      /                                                                 <PH2678>
       A4200-LOG-CHANGES SECTION.                                       <PH2680>
      ***************************                                       <PH2680>
       A4210-START.                                                     <PH2680>
      *                                                                 <PH2680>
      * Every amendment to the name, ID number, date of birth,          <PH2680>
      * address, telephones, mobile or e-mail is kept, old value        <PH2680>
      * and new, with the user and terminal on the ZCHG client          <PH2680>
      * change history.  Payouts to a client whose contact              <PH2680>
      * details changed recently need a second signature                <PH2680>
      * (ZCHGLOG, TV152).                                               <PH2680>
      *                                                                 <PH2680>
           MOVE 'N'                    TO WSAA-CHG-FLDGRP.              <PH2680>
           MOVE 'SURNAME'              TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-SURNAME   TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE CLTS-LSURNAME          TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'GIVNAME'              TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-GIVNAME   TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE CLTS-LGIVNAME          TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'I'                    TO WSAA-CHG-FLDGRP.              <PH2680>
           MOVE 'SECUITYNO'            TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-IDNUM     TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE CLTS-SECUITYNO         TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'D'                    TO WSAA-CHG-FLDGRP.              <PH2680>
           MOVE 'CLTDOB'               TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-DOB       TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE CLTS-CLTDOB            TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'A'                    TO WSAA-CHG-FLDGRP.              <PH2680>
           MOVE 'CLTADDR01'            TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-ADDR01    TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE CLTS-CLTADDR01         TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'CLTADDR02'            TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-ADDR02    TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE CLTS-CLTADDR02         TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'CLTADDR03'            TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-ADDR03    TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE CLTS-CLTADDR03         TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'CLTADDR04'            TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-ADDR04    TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE CLTS-CLTADDR04         TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'CLTADDR05'            TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-ADDR05    TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE CLTS-CLTADDR05         TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'CLTPCODE'             TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-PCODE     TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE CLTS-CLTPCODE          TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'P'                    TO WSAA-CHG-FLDGRP.              <PH2680>
           MOVE 'CLTPHONE01'           TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-PHONE01   TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE CLTS-CLTPHONE01        TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'CLTPHONE02'           TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-PHONE02   TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE CLTS-CLTPHONE02        TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'RMBLPHONE'            TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-MOBILE    TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE S2465-RMBLPHONE        TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
           MOVE 'E'                    TO WSAA-CHG-FLDGRP.              <PH2680>
           MOVE 'RINTERNET'            TO WSAA-CHG-FLDNAME.             <PH2680>
           MOVE WSAA-CHG-OLD-EMAIL     TO WSAA-CHG-OLDVAL.              <PH2680>
           MOVE S2465-RINTERNET        TO WSAA-CHG-NEWVAL.              <PH2680>
           PERFORM A4300-LOG-ONE.                                       <PH2680>
      *                                                                 <PH2680>
       A4290-EXIT.                                                      <PH2680>
            EXIT.                                                       <PH2680>
      /                                                                 <PH2680>
       A4300-LOG-ONE SECTION.                                           <PH2680>
      ***********************                                           <PH2680>
       A4310-START.                                                     <PH2680>
      *                                                                 <PH2680>
           IF WSAA-CHG-OLDVAL           = WSAA-CHG-NEWVAL               <PH2680>
              GO TO A4390-EXIT                                          <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
           INITIALIZE                  ZCGL-ZCHGLOG-REC.                <PH2680>
           MOVE 'LOG '                 TO ZCGL-FUNCTION.                <PH2680>
           MOVE WSSP-COMPANY           TO ZCGL-COMPANY.                 <PH2680>
           MOVE WSSP-FSUCO             TO ZCGL-CLNTCOY.                 <PH2680>
           MOVE S2465-CLNTNUM          TO ZCGL-CLNTNUM.                 <PH2680>
           MOVE WSAA-TODAY             TO ZCGL-EFFDATE.                 <PH2680>
           MOVE WSAA-CHG-FLDGRP        TO ZCGL-FLDGRP.                  <PH2680>
           MOVE WSAA-CHG-FLDNAME       TO ZCGL-FLDNAME.                 <PH2680>
           MOVE WSAA-CHG-OLDVAL        TO ZCGL-OLDVAL.                  <PH2680>
           MOVE WSAA-CHG-NEWVAL        TO ZCGL-NEWVAL.                  <PH2680>
           MOVE WSSP-USERID            TO ZCGL-USERID.                  <PH2680>
           MOVE VRCM-TERMID            TO ZCGL-TERMID.                  <PH2680>
           CALL 'ZCHGLOG'           USING ZCGL-ZCHGLOG-REC.             <PH2680>
           IF ZCGL-STATUZ           NOT = O-K                           <PH2680>
               MOVE ZCGL-ZCHGLOG-REC   TO SYSR-PARAMS                   <PH2680>
               PERFORM 600-FATAL-ERROR                                  <PH2680>
           END-IF.                                                      <PH2680>
      *                                                                 <PH2680>
       A4390-EXIT.                                                      <PH2680>
            EXIT.                                                       <PH2680>
      /                                                                 <PH2680>
       B4100-LOAD-ZCTX SECTION.                                         <PH2676>
      *************************                                         <PH2676>
       B4110-START.                                                     <PH2676>
      *                                                                 <PH2676>
           MOVE SPACES                 TO S2465-TAXRES (1)              <PH2676>
                                          S2465-TAXRES (2)              <PH2676>
                                          S2465-TAXRES (3)              <PH2676>
                                          S2465-TAXID (1)               <PH2676>
                                          S2465-TAXID (2)               <PH2676>
                                          S2465-TAXID (3)               <PH2676>
                                          S2465-TINRSN (1)              <PH2676>
                                          S2465-TINRSN (2)              <PH2676>
                                          S2465-TINRSN (3)              <PH2676>
                                          S2465-SCERTIND.               <PH2676>
           MOVE VRCM-MAX-DATE          TO S2465-SCERTDATE.              <PH2676>
      *                                                                 <PH2676>
           MOVE SPACES                 TO ZCTX-PARAMS.                  <PH2676>
           MOVE WSSP-CLNTKEY           TO ZCTX-DATA-KEY.                <PH2676>
           MOVE ZCTXREC                TO ZCTX-FORMAT.                  <PH2676>
           MOVE READR                  TO ZCTX-FUNCTION.                <PH2676>
           CALL 'ZCTXIO'            USING ZCTX-PARAMS.                  <PH2676>
           IF ZCTX-STATUZ           NOT = O-K AND MRNF                  <PH2676>
               MOVE ZCTX-PARAMS        TO SYSR-PARAMS                   <PH2676>
               PERFORM 600-FATAL-ERROR                                  <PH2676>
           END-IF.                                                      <PH2676>
           IF ZCTX-STATUZ               = MRNF                          <PH2676>
              GO TO B4190-EXIT                                          <PH2676>
           END-IF.                                                      <PH2676>
      *                                                                 <PH2676>
           MOVE ZCTX-TAXRES01          TO S2465-TAXRES (1).             <PH2676>
           MOVE ZCTX-TAXRES02          TO S2465-TAXRES (2).             <PH2676>
           MOVE ZCTX-TAXRES03          TO S2465-TAXRES (3).             <PH2676>
           MOVE ZCTX-TAXID01           TO S2465-TAXID (1).              <PH2676>
           MOVE ZCTX-TAXID02           TO S2465-TAXID (2).              <PH2676>
           MOVE ZCTX-TAXID03           TO S2465-TAXID (3).              <PH2676>
           MOVE ZCTX-TINRSN01          TO S2465-TINRSN (1).             <PH2676>
           MOVE ZCTX-TINRSN02          TO S2465-TINRSN (2).             <PH2676>
           MOVE ZCTX-TINRSN03          TO S2465-TINRSN (3).             <PH2676>
           MOVE ZCTX-SCERTIND          TO S2465-SCERTIND.               <PH2676>
           MOVE ZCTX-SCERTDATE         TO S2465-SCERTDATE.              <PH2676>
      *                                                                 <PH2676>
       B4190-EXIT.                                                      <PH2676>
            EXIT.                                                       <PH2676>
      /                                                                 <PH2676>
       A5000-SANCTION-CLIENT SECTION.                                   <ICA011>
      *******************************                                   <ICA011>
       A5010-SACTION.                                                   <ICA011>
