      *           TV115 limit is queued on ZPAU for a second user's         *
      *           approval (P5385) before issue can proceed.                *
      *                                                                     *
      * 15/10/26  01/01   PH2661       Phi Tran - IT DEV                    *
      *           No jet underwriting check on a proposal converted         *
      *           from a term contract (ZCNV link).                         *
      *                                                                     *
      * 15/10/26  01/01   PH2666       Phi Tran - IT DEV                    *
      *           Replacement detection: a contract of the owner or a life  *
      *           surrendered, lapsed, free-look cancelled or partially     *
      *           withdrawn (TV139 transaction codes) within the TV139      *
      *           look-back flags the proposal on ZRPL and raises a         *
      *           mandatory replacement declaration on ZURQ.                *
      *                                                                     *
      * 15/10/26  01/01   PH2667       Phi Tran - IT DEV                    *
      *           Product availability: the proposal is refused when its    *
      *           product is not yet on sale (EV23) or closed to            *
      *           applications (EV24) for its channel on the signature      *
      *           date, or past its last-issue date (EV25) - TV140          *
      *           through ZPAVCHK.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2668       Phi Tran - IT DEV                    *
      *           Benefit illustration: a unit-linked proposal (TV141) is   *
      *           refused with no illustration on ZILH (EV51), or when the  *
      *           latest one no longer matches the sum assured or premium   *
      *           (EV27).                                                   *
      *                                                                     *
      * 15/10/26  01/01   PH2673       Phi Tran - IT DEV                    *
      *           Own-case and related-party business: the servicing or a   *
      *           split agent who is the owner, a payer or a life, or is    *
      *           related to one on CLTRELN (P5364) by a TV144 relationship,*
      *           flags the proposal on the ZOCS register.                  *
      *                                                                     *
      * 15/10/26  01/01   PH2678       Phi Tran - IT DEV                    *
      *           Identity verification: a proposal whose owner, payer or   *
      *           life the national population database (C06) found         *
      *           mismatched or not found on ZIDV raises the TV150          *
      *           underwriting requirement and is refused (EV30) while it   *
      *           is outstanding.                                           *
      *                                                                     *
      * 15/10/26  01/01   PH2691       Phi Tran - IT DEV                    *
      *           Facultative referral: a life whose total sum at risk      *
      *           (other in-force contracts through ZJETCHK plus this       *
      *           proposal) exceeds the TV161 retention and automatic       *
      *           treaty capacity raises the TV161 referral requirement     *
      *           and is refused (EV41) until the reinsurer accepts.        *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
       01  WSAA-JET-ZURQ-EOF           PIC X(01) VALUE 'N'.             <PH2619>
       01  WSAA-JET-HAS-ZURQ           PIC X(01) VALUE 'N'.             <PH2619>
       01  WSAA-JET-NEXT-SEQ           PIC S9(03) COMP-3 VALUE 0.       <PH2619>
       01  WSAA-RPL-FOUND              PIC X(01) VALUE 'N'.             <PH2666>
       01  WSAA-RPL-LIFE-EOF           PIC X(01) VALUE 'N'.             <PH2666>
       01  WSAA-RPL-CLRR-EOF           PIC X(01) VALUE 'N'.             <PH2666>
       01  WSAA-RPL-PTRN-EOF           PIC X(01) VALUE 'N'.             <PH2666>
       01  WSAA-RPL-ZURQ-EOF           PIC X(01) VALUE 'N'.             <PH2666>
       01  WSAA-RPL-HAS-ZURQ           PIC X(01) VALUE 'N'.             <PH2666>
       01  WSAA-RPL-NEXT-SEQ           PIC S9(03) COMP-3 VALUE 0.       <PH2666>
       01  WSAA-RPL-SUB                PIC 9(02) VALUE 0.               <PH2666>
       01  WSAA-RPL-FROM               PIC 9(08) VALUE 0.               <PH2666>
       01  WSAA-RPL-CLNTNUM            PIC X(08) VALUE SPACES.          <PH2666>
       01  WSAA-RPL-ROLE               PIC X(02) VALUE SPACES.          <PH2666>
       01  WSAA-RPL-OLDCHDR            PIC X(08) VALUE SPACES.          <PH2666>
       01  WSAA-RPL-OLDTRCDE           PIC X(04) VALUE SPACES.          <PH2666>
       01  WSAA-RPL-OLDEFF             PIC 9(08) VALUE 0.               <PH2666>
       01  WSAA-TV139                  PIC X(05) VALUE 'TV139'.         <PH2666>
       01  WSAA-TV141                  PIC X(05) VALUE 'TV141'.         <PH2668>
       01  WSAA-ILL-FOUND              PIC X(01) VALUE 'N'.             <PH2668>
       01  WSAA-ILL-ZILH-EOF           PIC X(01) VALUE 'N'.             <PH2668>
       01  WSAA-ILL-COVT-EOF           PIC X(01) VALUE 'N'.             <PH2668>
       01  WSAA-ILL-VER                PIC 9(03) VALUE 0.               <PH2668>
       01  WSAA-ILL-SUMINS             PIC S9(13)V99 COMP-3 VALUE 0.    <PH2668>
       01  WSAA-ILL-INSTPREM           PIC S9(11)V99 COMP-3 VALUE 0.    <PH2668>
       01  WSAA-CUR-SUMINS             PIC S9(13)V99 COMP-3 VALUE 0.    <PH2668>
       01  WSAA-CUR-INSTPREM           PIC S9(11)V99 COMP-3 VALUE 0.    <PH2668>
       01  WSAA-TV144                  PIC X(05) VALUE 'TV144'.         <PH2673>
       01  WSAA-OCS-TYPE               PIC X(01) VALUE SPACES.          <PH2673>
       01  WSAA-OCS-AGNTNUM            PIC X(08) VALUE SPACES.          <PH2673>
       01  WSAA-OCS-AGTCLNT            PIC X(08) VALUE SPACES.          <PH2673>
       01  WSAA-OCS-HIT-AGNT           PIC X(08) VALUE SPACES.          <PH2673>
       01  WSAA-OCS-HIT-CLNT           PIC X(08) VALUE SPACES.          <PH2673>
       01  WSAA-OCS-HIT-ROLE           PIC X(02) VALUE SPACES.          <PH2673>
       01  WSAA-OCS-HIT-REL            PIC X(02) VALUE SPACES.          <PH2673>
       01  WSAA-OCS-CLNTNUM            PIC X(08) VALUE SPACES.          <PH2673>
       01  WSAA-OCS-ROLE               PIC X(02) VALUE SPACES.          <PH2673>
       01  WSAA-OCS-LISTED             PIC X(01) VALUE 'N'.             <PH2673>
       01  WSAA-OCS-MATCH              PIC X(01) VALUE 'N'.             <PH2673>
       01  WSAA-OCS-LIFE-EOF           PIC X(01) VALUE 'N'.             <PH2673>
       01  WSAA-OCS-PCDD-EOF           PIC X(01) VALUE 'N'.             <PH2673>
       01  WSAA-OCS-SUB                PIC 9(02) VALUE 0.               <PH2673>
       01  WSAA-OCS-RSUB               PIC 9(02) VALUE 0.               <PH2673>
       01  WSAA-OCS-PTY-MAX            PIC 9(02) VALUE 0.               <PH2673>
       01  WSAA-OCS-PARTIES.                                            <PH2673>
           03  WSAA-OCS-PTY            OCCURS 20.                       <PH2673>
               05  WSAA-OCS-PTY-CLNT   PIC X(08).                       <PH2673>
               05  WSAA-OCS-PTY-ROLE   PIC X(02).                       <PH2673>
       01  WSAA-TV150                  PIC X(05) VALUE 'TV150'.         <PH2678>
       01  WSAA-IDV-FAILED             PIC X(01) VALUE 'N'.             <PH2678>
       01  WSAA-IDV-HAS-ZURQ           PIC X(01) VALUE 'N'.             <PH2678>
       01  WSAA-IDV-OPEN-ZURQ          PIC X(01) VALUE 'N'.             <PH2678>
       01  WSAA-IDV-ZURQ-EOF           PIC X(01) VALUE 'N'.             <PH2678>
       01  WSAA-IDV-SUB                PIC 9(02) VALUE 0.               <PH2678>
       01  WSAA-IDV-NEXT-SEQ           PIC S9(03) COMP-3 VALUE 0.       <PH2678>
       01  WSAA-TV161                  PIC X(05) VALUE 'TV161'.         <PH2691>
       01  WSAA-FAC-SUMINS             PIC S9(13)V9(02) COMP-3          <PH2691>
                                                            VALUE 0.    <PH2691>
       01  WSAA-FAC-CAPACITY           PIC S9(13)V9(02) COMP-3          <PH2691>
                                                            VALUE 0.    <PH2691>
       01  WSAA-FAC-CLEARED            PIC X(01) VALUE 'N'.             <PH2691>
       01  WSAA-FAC-OPEN-ZURQ          PIC X(01) VALUE 'N'.             <PH2691>
       01  WSAA-FAC-COVT-EOF           PIC X(01) VALUE 'N'.             <PH2691>
       01  WSAA-FAC-ZURQ-EOF           PIC X(01) VALUE 'N'.             <PH2691>
       01  WSAA-FAC-NEXT-SEQ           PIC S9(03) COMP-3 VALUE 0.       <PH2691>
      *                                                                 <PH2619>
       01  ERRORS.
           03  E304                    PIC X(04) VALUE 'E304'.
           03  RFK2                    PIC X(04) VALUE 'RFK2'.          <V76L01>
           03  EV95                    PIC X(04) VALUE 'EV95'.          <NB010>
           03  ZER1                    PIC X(04) VALUE 'ZER1'.          <NB043>
           03  EV23                    PIC X(04) VALUE 'EV23'.          <PH2667>
           03  EV24                    PIC X(04) VALUE 'EV24'.          <PH2667>
           03  EV25                    PIC X(04) VALUE 'EV25'.          <PH2667>
           03  EV51                    PIC X(04) VALUE 'EV51'.          <PH2668>
           03  EV27                    PIC X(04) VALUE 'EV27'.          <PH2668>
           03  EV30                    PIC X(04) VALUE 'EV30'.          <PH2678>
           03  EV41                    PIC X(04) VALUE 'EV41'.          <PH2691>
                                                                        <PHE003>
       01  WSAA-AMT-BEFORE-DISC        PIC S9(15)V9(02) COMP-3.         <PHE003>
       01  WSAA-DISC-AMOUNT            PIC S9(09)V9(02) COMP-3.         <PHE003>
       01  FORMATS.
           03  CHDRLNBREC              PIC X(10) VALUE 'CHDRLNBREC'.
           03  ZURQREC                 PIC X(10) VALUE 'ZURQREC'.       <PH2619>
           03  ZCNVREC                 PIC X(10) VALUE 'ZCNVREC'.       <PH2661>
           03  ZRPLREC                 PIC X(10) VALUE 'ZRPLREC'.       <PH2666>
           03  CLRRREC                 PIC X(10) VALUE 'CLRRREC'.       <PH2666>
           03  PTRNENQREC              PIC X(10) VALUE 'PTRNENQREC'.    <PH2666>
           03  ZILHREC                 PIC X(10) VALUE 'ZILHREC'.       <PH2668>
           03  ZOCSREC                 PIC X(10) VALUE 'ZOCSREC'.       <PH2673>
           03  ZIDVREC                 PIC X(10) VALUE 'ZIDVREC'.       <PH2678>
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.
           03  LIFELNBREC              PIC X(10) VALUE 'LIFELNBREC'.
           03  COVTLNBREC              PIC X(10) VALUE 'COVTLNBREC'.
           COPY ZJETCHKREC.                                             <PH2619>
           COPY ZAUTHCHKREC.                                            <PH2625>
           COPY ZURQSKM.                                                <PH2619>
           COPY ZCNVSKM.                                                <PH2661>
           COPY ZRPLSKM.                                                <PH2666>
           COPY CLRRSKM.                                                <PH2666>
           COPY PTRNENQSKM.                                             <PH2666>
           COPY TV139REC.                                               <PH2666>
           COPY DATCON2REC.                                             <PH2666>
           COPY ZPAVCHKREC.                                             <PH2667>
           COPY ZILHSKM.                                                <PH2668>
           COPY TV141REC.                                               <PH2668>
           COPY TV144REC.                                               <PH2673>
           COPY ZOCSSKM.                                                <PH2673>
           COPY TV150REC.                                               <PH2678>
           COPY TV161REC.                                               <PH2691>
           COPY ZIDVSKM.                                                <PH2678>
           COPY CONERRREC.                                              <PHFX85>
      /
           COPY TXCALCREC.                                              <V74L01>
      *  product class.                                                 <PHFX98>
      *                                                                 <PHFX98>
           PERFORM A9500-CHECK-AGENT-LICENCE.                           <PHFX98>
      *                                                                 <PH2666>
      *  Replacement of a recent contract of the owner or a life.       <PH2666>
      *                                                                 <PH2666>
           IF WSSP-FLAG             NOT = 'I'                           <PH2666>
              PERFORM A9800-CHECK-REPLACEMENT                           <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2673>
      *  Own-case and related-party business.                           <PH2673>
      *                                                                 <PH2673>
           IF WSSP-FLAG             NOT = 'I'                           <PH2673>
              PERFORM B2000-CHECK-OWN-CASE                              <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2678>
      *  Identity of the parties against the population database.       <PH2678>
      *                                                                 <PH2678>
           IF WSSP-FLAG             NOT = 'I'                           <PH2678>
              PERFORM B3000-CHECK-IDENTITY                              <PH2678>
           END-IF.                                                      <PH2678>

           MOVE SPACES                 TO FLUPLNB-DATA-KEY.             <FUPLET>
           MOVE CHDRLNB-CHDRCOY        TO FLUPLNB-CHDRCOY.              <FUPLET>
           PERFORM 1700-COMPONENT-LEVEL UNTIL COVTLNB-STATUZ = ENDP.
      *                                                                 <V72L07>
           PERFORM A1700-CROSS-CHECK-PRODUCT.                           <V72L07>
           PERFORM A9950-CHECK-AVAILABILITY.                            <PH2667>
           PERFORM A9960-CHECK-ILLUSTRATION.                            <PH2668>
           PERFORM A4000-CHECK-AGENTSER.                                <NB010>
                                                                        <CAS1.0>
       1190-EXIT.                                                       <CAS1.0>
      *  mandatory requirement goes on the ZURQ register (once) so      <PH2619>
      *  the case reaches the B5372 worklist.                           <PH2619>
      *                                                                 <PH2619>
      *  A conversion from a term contract (ZCNV) keeps the term        <PH2661>
      *  contract's underwriting; no new evidence is asked for.         <PH2661>
      *                                                                 <PH2661>
           INITIALIZE                  ZCNV-PARAMS.                     <PH2661>
           MOVE CHDRLNB-CHDRCOY        TO ZCNV-CHDRCOY.                 <PH2661>
           MOVE CHDRLNB-CHDRNUM        TO ZCNV-NEWCHDRNUM.              <PH2661>
           MOVE ZCNVREC                TO ZCNV-FORMAT.                  <PH2661>
           MOVE READR                  TO ZCNV-FUNCTION.                <PH2661>
      *                                                                 <PH2661>
           CALL 'ZCNVIO'            USING ZCNV-PARAMS.                  <PH2661>
      *                                                                 <PH2661>
           IF ZCNV-STATUZ           NOT = O-K AND MRNF                  <PH2661>
              MOVE ZCNV-STATUZ         TO SYSR-STATUZ                   <PH2661>
              MOVE ZCNV-PARAMS         TO SYSR-PARAMS                   <PH2661>
              PERFORM 600-FATAL-ERROR                                   <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
           IF ZCNV-STATUZ               = O-K                           <PH2661>
              GO TO A9709-EXIT                                          <PH2661>
           END-IF.                                                      <PH2661>
      *                                                                 <PH2661>
           MOVE ZERO                   TO WSAA-JET-SUMINS.              <PH2619>
           MOVE 'N'                    TO WSAA-JET-COVT-EOF.            <PH2619>
      *                                                                 <PH2619>
      *                                                                 <PH2619>
       A9769-EXIT.                                                      <PH2619>
           EXIT.                                                        <PH2619>
      /                                                                 <PH2666>
       A9800-CHECK-REPLACEMENT SECTION.                                 <PH2666>
      *********************************                                 <PH2666>
       A9801-START.                                                     <PH2666>
      *                                                                 <PH2666>
      *  Has the owner or any life had a contract surrendered, lapsed,  <PH2666>
      *  free-look cancelled or partially withdrawn (the TV139          <PH2666>
      *  transaction codes) within the TV139 look-back period?  If so   <PH2666>
      *  the proposal is a replacement: it is flagged on ZRPL and a     <PH2666>
      *  mandatory replacement declaration goes on ZURQ, which issue    <PH2666>
      *  refuses to pass while outstanding.                             <PH2666>
      *                                                                 <PH2666>
           MOVE 'N'                    TO WSAA-RPL-FOUND.               <PH2666>
      *                                                                 <PH2666>
           MOVE SPACES                 TO ITEM-DATA-KEY.                <PH2666>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2666>
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.                 <PH2666>
           MOVE WSAA-TV139             TO ITEM-ITEMTABL.                <PH2666>
           MOVE CHDRLNB-CNTTYPE        TO ITEM-ITEMITEM.                <PH2666>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2666>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2666>
      *                                                                 <PH2666>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2666>
      *                                                                 <PH2666>
           IF ITEM-STATUZ           NOT = O-K AND MRNF                  <PH2666>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <PH2666>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <PH2666>
              PERFORM 600-FATAL-ERROR                                   <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           IF ITEM-STATUZ               = MRNF                          <PH2666>
              MOVE '***'               TO ITEM-ITEMITEM                 <PH2666>
              MOVE READR               TO ITEM-FUNCTION                 <PH2666>
              CALL 'ITEMIO'         USING ITEM-PARAMS                   <PH2666>
              IF ITEM-STATUZ        NOT = O-K AND MRNF                  <PH2666>
                 MOVE ITEM-STATUZ      TO SYSR-STATUZ                   <PH2666>
                 MOVE ITEM-PARAMS      TO SYSR-PARAMS                   <PH2666>
                 PERFORM 600-FATAL-ERROR                                <PH2666>
              END-IF                                                    <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
      *  No TV139 item means no replacement rules for the product.      <PH2666>
      *                                                                 <PH2666>
           IF ITEM-STATUZ               = MRNF                          <PH2666>
              GO TO A9809-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE ITEM-GENAREA           TO TV139-TV139-REC.              <PH2666>
      *                                                                 <PH2666>
      *  The look-back runs from today.                                 <PH2666>
      *                                                                 <PH2666>
           INITIALIZE                  DTC2-DATCON2-REC.                <PH2666>
           MOVE '12'                   TO DTC2-FREQUENCY.               <PH2666>
           COMPUTE DTC2-FREQ-FACTOR     = 0 - TV139-LOOKMTHS.           <PH2666>
           MOVE WSAA-TODAY             TO DTC2-INT-DATE-1.              <PH2666>
      *                                                                 <PH2666>
           CALL 'DATCON2'           USING DTC2-DATCON2-REC.             <PH2666>
      *                                                                 <PH2666>
           IF DTC2-STATUZ           NOT = O-K                           <PH2666>
              MOVE DTC2-STATUZ         TO SYSR-STATUZ                   <PH2666>
              MOVE DTC2-DATCON2-REC    TO SYSR-PARAMS                   <PH2666>
              PERFORM 600-FATAL-ERROR                                   <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE DTC2-INT-DATE-2        TO WSAA-RPL-FROM.                <PH2666>
      *                                                                 <PH2666>
           MOVE CHDRLNB-COWNNUM        TO WSAA-RPL-CLNTNUM.             <PH2666>
           MOVE 'OW'                   TO WSAA-RPL-ROLE.                <PH2666>
           PERFORM A9820-CHECK-CLIENT.                                  <PH2666>
      *                                                                 <PH2666>
           MOVE 'N'                    TO WSAA-RPL-LIFE-EOF.            <PH2666>
      *                                                                 <PH2666>
           MOVE SPACES                 TO LIFERNL-PARAMS.               <PH2666>
           MOVE CHDRLNB-CHDRCOY        TO LIFERNL-CHDRCOY.              <PH2666>
           MOVE CHDRLNB-CHDRNUM        TO LIFERNL-CHDRNUM.              <PH2666>
           MOVE LIFERNLREC             TO LIFERNL-FORMAT.               <PH2666>
           MOVE BEGN                   TO LIFERNL-FUNCTION.             <PH2666>
      *                                                                 <PH2666>
           PERFORM A9810-ONE-LIFE                                       <PH2666>
               UNTIL WSAA-RPL-LIFE-EOF  = 'Y'                           <PH2666>
               OR    WSAA-RPL-FOUND     = 'Y'.                          <PH2666>
      *                                                                 <PH2666>
           IF WSAA-RPL-FOUND            = 'Y'                           <PH2666>
              PERFORM A9900-FLAG-REPLACEMENT                            <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
       A9809-EXIT.                                                      <PH2666>
           EXIT.                                                        <PH2666>
      /                                                                 <PH2666>
       A9810-ONE-LIFE SECTION.                                          <PH2666>
      ************************                                          <PH2666>
       A9811-START.                                                     <PH2666>
      *                                                                 <PH2666>
           CALL 'LIFERNLIO'         USING LIFERNL-PARAMS.               <PH2666>
      *                                                                 <PH2666>
           IF LIFERNL-STATUZ        NOT = O-K AND ENDP                  <PH2666>
              MOVE LIFERNL-STATUZ      TO SYSR-STATUZ                   <PH2666>
              MOVE LIFERNL-PARAMS      TO SYSR-PARAMS                   <PH2666>
              PERFORM 600-FATAL-ERROR                                   <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           IF LIFERNL-STATUZ            = ENDP                          <PH2666>
           OR LIFERNL-CHDRCOY       NOT = CHDRLNB-CHDRCOY               <PH2666>
           OR LIFERNL-CHDRNUM       NOT = CHDRLNB-CHDRNUM               <PH2666>
              MOVE 'Y'                 TO WSAA-RPL-LIFE-EOF             <PH2666>
              GO TO A9819-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE NEXTR                  TO LIFERNL-FUNCTION.             <PH2666>
      *                                                                 <PH2666>
      *  An owner who is also a life has been checked already.          <PH2666>
      *                                                                 <PH2666>
           IF LIFERNL-LIFCNUM           = CHDRLNB-COWNNUM               <PH2666>
              GO TO A9819-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE LIFERNL-LIFCNUM        TO WSAA-RPL-CLNTNUM.             <PH2666>
           MOVE 'LF'                   TO WSAA-RPL-ROLE.                <PH2666>
           PERFORM A9820-CHECK-CLIENT.                                  <PH2666>
      *                                                                 <PH2666>
       A9819-EXIT.                                                      <PH2666>
           EXIT.                                                        <PH2666>
      /                                                                 <PH2666>
       A9820-CHECK-CLIENT SECTION.                                      <PH2666>
      ****************************                                      <PH2666>
       A9821-START.                                                     <PH2666>
      *                                                                 <PH2666>
      *  The client's other contracts, as owner or as life.             <PH2666>
      *                                                                 <PH2666>
           IF WSAA-RPL-FOUND            = 'Y'                           <PH2666>
           OR WSAA-RPL-CLNTNUM          = SPACES                        <PH2666>
              GO TO A9829-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE 'N'                    TO WSAA-RPL-CLRR-EOF.            <PH2666>
      *                                                                 <PH2666>
           MOVE SPACES                 TO CLRR-PARAMS.                  <PH2666>
           MOVE 'CN'                   TO CLRR-CLNTPFX.                 <PH2666>
           MOVE WSSP-FSUCO             TO CLRR-CLNTCOY.                 <PH2666>
           MOVE WSAA-RPL-CLNTNUM       TO CLRR-CLNTNUM.                 <PH2666>
           MOVE CLRRREC                TO CLRR-FORMAT.                  <PH2666>
           MOVE BEGN                   TO CLRR-FUNCTION.                <PH2666>
      *                                                                 <PH2666>
           PERFORM A9840-ONE-CLRR                                       <PH2666>
               UNTIL WSAA-RPL-CLRR-EOF  = 'Y'                           <PH2666>
               OR    WSAA-RPL-FOUND     = 'Y'.                          <PH2666>
      *                                                                 <PH2666>
       A9829-EXIT.                                                      <PH2666>
           EXIT.                                                        <PH2666>
      /                                                                 <PH2666>
       A9840-ONE-CLRR SECTION.                                          <PH2666>
      ************************                                          <PH2666>
       A9841-START.                                                     <PH2666>
      *                                                                 <PH2666>
           CALL 'CLRRIO'            USING CLRR-PARAMS.                  <PH2666>
      *                                                                 <PH2666>
           IF CLRR-STATUZ           NOT = O-K AND ENDP                  <PH2666>
              MOVE CLRR-STATUZ         TO SYSR-STATUZ                   <PH2666>
              MOVE CLRR-PARAMS         TO SYSR-PARAMS                   <PH2666>
              PERFORM 600-FATAL-ERROR                                   <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           IF CLRR-STATUZ               = ENDP                          <PH2666>
           OR CLRR-CLNTPFX          NOT = 'CN'                          <PH2666>
           OR CLRR-CLNTCOY          NOT = WSSP-FSUCO                    <PH2666>
           OR CLRR-CLNTNUM          NOT = WSAA-RPL-CLNTNUM              <PH2666>
              MOVE 'Y'                 TO WSAA-RPL-CLRR-EOF             <PH2666>
              GO TO A9849-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE NEXTR                  TO CLRR-FUNCTION.                <PH2666>
      *                                                                 <PH2666>
           IF CLRR-FOREPFX          NOT = 'CH'                          <PH2666>
           OR CLRR-FORECOY          NOT = CHDRLNB-CHDRCOY               <PH2666>
           OR CLRR-FORENUM (1:8)        = CHDRLNB-CHDRNUM               <PH2666>
              GO TO A9849-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           IF CLRR-CLRRROLE (1:2)   NOT = 'OW' AND 'LF'                 <PH2666>
              GO TO A9849-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE 'N'                    TO WSAA-RPL-PTRN-EOF.            <PH2666>
      *                                                                 <PH2666>
           INITIALIZE                  PTRNENQ-PARAMS.                  <PH2666>
           MOVE CHDRLNB-CHDRCOY        TO PTRNENQ-CHDRCOY.              <PH2666>
           MOVE CLRR-FORENUM (1:8)     TO PTRNENQ-CHDRNUM.              <PH2666>
           MOVE ZERO                   TO PTRNENQ-TRANNO.               <PH2666>
           MOVE PTRNENQREC             TO PTRNENQ-FORMAT.               <PH2666>
           MOVE BEGN                   TO PTRNENQ-FUNCTION.             <PH2666>
      *                                                                 <PH2666>
           PERFORM A9860-ONE-PTRN                                       <PH2666>
               UNTIL WSAA-RPL-PTRN-EOF  = 'Y'                           <PH2666>
               OR    WSAA-RPL-FOUND     = 'Y'.                          <PH2666>
      *                                                                 <PH2666>
       A9849-EXIT.                                                      <PH2666>
           EXIT.                                                        <PH2666>
      /                                                                 <PH2666>
       A9860-ONE-PTRN SECTION.                                          <PH2666>
      ************************                                          <PH2666>
       A9861-START.                                                     <PH2666>
      *                                                                 <PH2666>
           CALL 'PTRNENQIO'         USING PTRNENQ-PARAMS.               <PH2666>
      *                                                                 <PH2666>
           IF PTRNENQ-STATUZ        NOT = O-K AND ENDP                  <PH2666>
              MOVE PTRNENQ-STATUZ      TO SYSR-STATUZ                   <PH2666>
              MOVE PTRNENQ-PARAMS      TO SYSR-PARAMS                   <PH2666>
              PERFORM 600-FATAL-ERROR                                   <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           IF PTRNENQ-STATUZ            = ENDP                          <PH2666>
           OR PTRNENQ-CHDRCOY       NOT = CHDRLNB-CHDRCOY               <PH2666>
           OR PTRNENQ-CHDRNUM       NOT = CLRR-FORENUM (1:8)            <PH2666>
              MOVE 'Y'                 TO WSAA-RPL-PTRN-EOF             <PH2666>
              GO TO A9869-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE NEXTR                  TO PTRNENQ-FUNCTION.             <PH2666>
      *                                                                 <PH2666>
           IF PTRNENQ-PTRNEFF           < WSAA-RPL-FROM                 <PH2666>
              GO TO A9869-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           PERFORM A9880-MATCH-TRCDE                                    <PH2666>
               VARYING WSAA-RPL-SUB FROM 1 BY 1                         <PH2666>
               UNTIL WSAA-RPL-SUB       > 8                             <PH2666>
               OR    WSAA-RPL-FOUND     = 'Y'.                          <PH2666>
      *                                                                 <PH2666>
       A9869-EXIT.                                                      <PH2666>
           EXIT.                                                        <PH2666>
      /                                                                 <PH2666>
       A9880-MATCH-TRCDE SECTION.                                       <PH2666>
      ***************************                                       <PH2666>
       A9881-START.                                                     <PH2666>
      *                                                                 <PH2666>
           IF TV139-TRCDE (WSAA-RPL-SUB) = SPACES                       <PH2666>
           OR TV139-TRCDE (WSAA-RPL-SUB)                                <PH2666>
                                    NOT = PTRNENQ-BATCTRCDE (1:4)       <PH2666>
              GO TO A9889-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE 'Y'                    TO WSAA-RPL-FOUND.               <PH2666>
           MOVE CLRR-FORENUM (1:8)     TO WSAA-RPL-OLDCHDR.             <PH2666>
           MOVE PTRNENQ-BATCTRCDE (1:4)TO WSAA-RPL-OLDTRCDE.            <PH2666>
           MOVE PTRNENQ-PTRNEFF        TO WSAA-RPL-OLDEFF.              <PH2666>
      *                                                                 <PH2666>
       A9889-EXIT.                                                      <PH2666>
           EXIT.                                                        <PH2666>
      /                                                                 <PH2666>
       A9900-FLAG-REPLACEMENT SECTION.                                  <PH2666>
      ********************************                                  <PH2666>
       A9901-START.                                                     <PH2666>
      *                                                                 <PH2666>
      *  The replacement flag - one ZRPL row per proposal, refreshed    <PH2666>
      *  on each validation.                                            <PH2666>
      *                                                                 <PH2666>
           INITIALIZE                  ZRPL-PARAMS.                     <PH2666>
           MOVE CHDRLNB-CHDRCOY        TO ZRPL-CHDRCOY.                 <PH2666>
           MOVE CHDRLNB-CHDRNUM        TO ZRPL-CHDRNUM.                 <PH2666>
           MOVE ZRPLREC                TO ZRPL-FORMAT.                  <PH2666>
           MOVE READH                  TO ZRPL-FUNCTION.                <PH2666>
      *                                                                 <PH2666>
           CALL 'ZRPLIO'            USING ZRPL-PARAMS.                  <PH2666>
      *                                                                 <PH2666>
           IF ZRPL-STATUZ           NOT = O-K AND MRNF                  <PH2666>
              MOVE ZRPL-STATUZ         TO SYSR-STATUZ                   <PH2666>
              MOVE ZRPL-PARAMS         TO SYSR-PARAMS                   <PH2666>
              PERFORM 600-FATAL-ERROR                                   <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           IF ZRPL-STATUZ               = MRNF                          <PH2666>
              MOVE WRITR               TO ZRPL-FUNCTION                 <PH2666>
           ELSE                                                         <PH2666>
              MOVE REWRT               TO ZRPL-FUNCTION                 <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE CHDRLNB-CHDRCOY        TO ZRPL-CHDRCOY.                 <PH2666>
           MOVE CHDRLNB-CHDRNUM        TO ZRPL-CHDRNUM.                 <PH2666>
           MOVE CHDRLNB-AGNTNUM        TO ZRPL-AGNTNUM.                 <PH2666>
           MOVE CHDRLNB-CNTBRANCH      TO ZRPL-CNTBRANCH.               <PH2666>
           MOVE CHDRLNB-CNTTYPE        TO ZRPL-CNTTYPE.                 <PH2666>
           MOVE WSAA-RPL-CLNTNUM       TO ZRPL-CLNTNUM.                 <PH2666>
           MOVE WSAA-RPL-ROLE          TO ZRPL-RPLROLE.                 <PH2666>
           MOVE WSAA-RPL-OLDCHDR       TO ZRPL-OLDCHDR.                 <PH2666>
           MOVE WSAA-RPL-OLDTRCDE      TO ZRPL-OLDTRCDE.                <PH2666>
           MOVE WSAA-RPL-OLDEFF        TO ZRPL-OLDEFF.                  <PH2666>
           MOVE TV139-REQCODE          TO ZRPL-REQCODE.                 <PH2666>
           MOVE WSAA-TODAY             TO ZRPL-DETDATE.                 <PH2666>
           MOVE ZRPLREC                TO ZRPL-FORMAT.                  <PH2666>
      *                                                                 <PH2666>
           CALL 'ZRPLIO'            USING ZRPL-PARAMS.                  <PH2666>
      *                                                                 <PH2666>
           IF ZRPL-STATUZ           NOT = O-K                           <PH2666>
              MOVE ZRPL-STATUZ         TO SYSR-STATUZ                   <PH2666>
              MOVE ZRPL-PARAMS         TO SYSR-PARAMS                   <PH2666>
              PERFORM 600-FATAL-ERROR                                   <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
      *  The declaration is raised once, against the main life.         <PH2666>
      *                                                                 <PH2666>
           IF TV139-REQCODE             = SPACES                        <PH2666>
              GO TO A9909-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE 'N'                    TO WSAA-RPL-HAS-ZURQ             <PH2666>
                                          WSAA-RPL-ZURQ-EOF.            <PH2666>
           MOVE ZERO                   TO WSAA-RPL-NEXT-SEQ.            <PH2666>
      *                                                                 <PH2666>
           INITIALIZE                  ZURQ-PARAMS.                     <PH2666>
           MOVE CHDRLNB-CHDRCOY        TO ZURQ-CHDRCOY.                 <PH2666>
           MOVE CHDRLNB-CHDRNUM        TO ZURQ-CHDRNUM.                 <PH2666>
           MOVE ZURQREC                TO ZURQ-FORMAT.                  <PH2666>
           MOVE BEGN                   TO ZURQ-FUNCTION.                <PH2666>
      *                                                                 <PH2666>
           PERFORM A9920-ONE-ZURQ                                       <PH2666>
               UNTIL WSAA-RPL-ZURQ-EOF  = 'Y'.                          <PH2666>
      *                                                                 <PH2666>
           IF WSAA-RPL-HAS-ZURQ         = 'Y'                           <PH2666>
              GO TO A9909-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           ADD 1                       TO WSAA-RPL-NEXT-SEQ.            <PH2666>
      *                                                                 <PH2666>
           INITIALIZE                  ZURQ-PARAMS.                     <PH2666>
           MOVE CHDRLNB-CHDRCOY        TO ZURQ-CHDRCOY.                 <PH2666>
           MOVE CHDRLNB-CHDRNUM        TO ZURQ-CHDRNUM.                 <PH2666>
           MOVE '01'                   TO ZURQ-LIFE.                    <PH2666>
           MOVE SPACES                 TO ZURQ-COVERAGE                 <PH2666>
                                          ZURQ-RIDER.                   <PH2666>
           MOVE WSAA-RPL-NEXT-SEQ      TO ZURQ-REQSEQ.                  <PH2666>
           MOVE TV139-REQCODE          TO ZURQ-REQCODE.                 <PH2666>
           MOVE 'Y'                    TO ZURQ-MANDFLAG.                <PH2666>
           MOVE 'O'                    TO ZURQ-REQSTAT.                 <PH2666>
           MOVE WSAA-TODAY             TO ZURQ-RAISDATE.                <PH2666>
           MOVE ZEROES                 TO ZURQ-RESPDATE.                <PH2666>
           MOVE ZURQREC                TO ZURQ-FORMAT.                  <PH2666>
           MOVE WRITR                  TO ZURQ-FUNCTION.                <PH2666>
      *                                                                 <PH2666>
           CALL 'ZURQIO'            USING ZURQ-PARAMS.                  <PH2666>
      *                                                                 <PH2666>
           IF ZURQ-STATUZ           NOT = O-K                           <PH2666>
              MOVE ZURQ-STATUZ         TO SYSR-STATUZ                   <PH2666>
              MOVE ZURQ-PARAMS         TO SYSR-PARAMS                   <PH2666>
              PERFORM 600-FATAL-ERROR                                   <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
       A9909-EXIT.                                                      <PH2666>
           EXIT.                                                        <PH2666>
      /                                                                 <PH2666>
       A9920-ONE-ZURQ SECTION.                                          <PH2666>
      ************************                                          <PH2666>
       A9921-START.                                                     <PH2666>
      *                                                                 <PH2666>
           CALL 'ZURQIO'            USING ZURQ-PARAMS.                  <PH2666>
      *                                                                 <PH2666>
           IF ZURQ-STATUZ           NOT = O-K AND ENDP                  <PH2666>
              MOVE ZURQ-STATUZ         TO SYSR-STATUZ                   <PH2666>
              MOVE ZURQ-PARAMS         TO SYSR-PARAMS                   <PH2666>
              PERFORM 600-FATAL-ERROR                                   <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           IF ZURQ-STATUZ               = ENDP                          <PH2666>
           OR ZURQ-CHDRCOY          NOT = CHDRLNB-CHDRCOY               <PH2666>
           OR ZURQ-CHDRNUM          NOT = CHDRLNB-CHDRNUM               <PH2666>
              MOVE 'Y'                 TO WSAA-RPL-ZURQ-EOF             <PH2666>
              GO TO A9929-EXIT                                          <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           IF ZURQ-REQSEQ               > WSAA-RPL-NEXT-SEQ             <PH2666>
              MOVE ZURQ-REQSEQ         TO WSAA-RPL-NEXT-SEQ             <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
      *  Already raised - open, received or waived - is not raised      <PH2666>
      *  again.                                                         <PH2666>
      *                                                                 <PH2666>
           IF ZURQ-REQCODE              = TV139-REQCODE                 <PH2666>
              MOVE 'Y'                 TO WSAA-RPL-HAS-ZURQ             <PH2666>
           END-IF.                                                      <PH2666>
      *                                                                 <PH2666>
           MOVE NEXTR                  TO ZURQ-FUNCTION.                <PH2666>
      *                                                                 <PH2666>
       A9929-EXIT.                                                      <PH2666>
           EXIT.                                                        <PH2666>
      /                                                                 <PH2667>
       A9950-CHECK-AVAILABILITY SECTION.                                <PH2667>
      **********************************                                <PH2667>
       A9951-START.                                                     <PH2667>
      *                                                                 <PH2667>
      *  The product must be on sale to the proposal's channel on       <PH2667>
      *  the date it was signed, and still open for issue today         <PH2667>
      *  (TV140 through ZPAVCHK).                                       <PH2667>
      *                                                                 <PH2667>
           INITIALIZE                  ZPAV-ZPAVCHK-REC.                <PH2667>
           MOVE 'ISSU'                 TO ZPAV-FUNCTION.                <PH2667>
           MOVE WSSP-COMPANY           TO ZPAV-COMPANY.                 <PH2667>
           MOVE CHDRLNB-CNTTYPE        TO ZPAV-CNTTYPE.                 <PH2667>
           MOVE CHDRLNB-SRCEBUS        TO ZPAV-SRCEBUS.                 <PH2667>
           MOVE HPAD-HPROPDTE          TO ZPAV-SIGNDATE.                <PH2667>
           MOVE HPAD-HPRRCVDT          TO ZPAV-RCVDATE.                 <PH2667>
           MOVE WSAA-TODAY             TO ZPAV-EFFDATE.                 <PH2667>
      *                                                                 <PH2667>
           CALL 'ZPAVCHK'           USING ZPAV-ZPAVCHK-REC.             <PH2667>
      *                                                                 <PH2667>
           IF ZPAV-STATUZ           NOT = O-K                           <PH2667>
              MOVE ZPAV-STATUZ         TO SYSR-STATUZ                   <PH2667>
              MOVE ZPAV-ZPAVCHK-REC    TO SYSR-PARAMS                   <PH2667>
              PERFORM 600-FATAL-ERROR                                   <PH2667>
           END-IF.                                                      <PH2667>
      *                                                                 <PH2667>
           IF ZPAV-ALLOW                = 'Y'                           <PH2667>
              GO TO A9959-EXIT                                          <PH2667>
           END-IF.                                                      <PH2667>
      *                                                                 <PH2667>
           MOVE SPACES                 TO ERMS-ERRMESG-REC.             <PH2667>
      *                                                                 <PH2667>
           IF ZPAV-REASON               = 'NSAL'                        <PH2667>
              MOVE EV23                TO ERMS-EROR                     <PH2667>
           ELSE                                                         <PH2667>
              IF ZPAV-REASON            = 'ISSX'                        <PH2667>
                 MOVE EV25             TO ERMS-EROR                     <PH2667>
              ELSE                                                      <PH2667>
                 MOVE EV24             TO ERMS-EROR                     <PH2667>
              END-IF                                                    <PH2667>
           END-IF.                                                      <PH2667>
      *                                                                 <PH2667>
           MOVE SPACES                 TO S6378-LIFE                    <PH2667>
                                          S6378-JLIFE                   <PH2667>
                                          S6378-COVERAGE                <PH2667>
                                          S6378-RIDER.                  <PH2667>
           MOVE 0                      TO S6378-PAYRSEQNO.              <PH2667>
           MOVE SPACES                 TO WSAA-EXTRA-MSGPFX.            <PH2667>
           PERFORM 1800-ERROR-MESSAGES.                                 <PH2667>
      *                                                                 <PH2667>
       A9959-EXIT.                                                      <PH2667>
           EXIT.                                                        <PH2667>
      /                                                                 <PH2668>
       A9960-CHECK-ILLUSTRATION SECTION.                                <PH2668>
      **********************************                                <PH2668>
       A9961-START.                                                     <PH2668>
      *                                                                 <PH2668>
      *  A unit-linked product (TV141) may only be issued with a        <PH2668>
      *  benefit illustration on file (ZILH, generated by P5399)        <PH2668>
      *  whose latest version still shows the proposal's total sum      <PH2668>
      *  assured and premium.                                           <PH2668>
      *                                                                 <PH2668>
           MOVE SPACES                 TO ITEM-DATA-KEY.                <PH2668>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2668>
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.                 <PH2668>
           MOVE WSAA-TV141             TO ITEM-ITEMTABL.                <PH2668>
           MOVE CHDRLNB-CNTTYPE        TO ITEM-ITEMITEM.                <PH2668>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2668>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2668>
      *                                                                 <PH2668>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2668>
      *                                                                 <PH2668>
           IF ITEM-STATUZ               = MRNF                          <PH2668>
              MOVE '***'               TO ITEM-ITEMITEM                 <PH2668>
              MOVE READR               TO ITEM-FUNCTION                 <PH2668>
              CALL 'ITEMIO'         USING ITEM-PARAMS                   <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           IF ITEM-STATUZ           NOT = O-K AND MRNF                  <PH2668>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <PH2668>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <PH2668>
              PERFORM 600-FATAL-ERROR                                   <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           IF ITEM-STATUZ               = MRNF                          <PH2668>
              GO TO A9969-EXIT                                          <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           MOVE ITEM-GENAREA           TO TV141-TV141-REC.              <PH2668>
      *                                                                 <PH2668>
           IF TV141-ULIND           NOT = 'Y'                           <PH2668>
              GO TO A9969-EXIT                                          <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
      *  The latest version on file.                                    <PH2668>
      *                                                                 <PH2668>
           MOVE 'N'                    TO WSAA-ILL-FOUND                <PH2668>
                                          WSAA-ILL-ZILH-EOF.            <PH2668>
           MOVE ZERO                   TO WSAA-ILL-VER.                 <PH2668>
      *                                                                 <PH2668>
           INITIALIZE                  ZILH-PARAMS.                     <PH2668>
           MOVE CHDRLNB-CHDRCOY        TO ZILH-CHDRCOY.                 <PH2668>
           MOVE CHDRLNB-CHDRNUM        TO ZILH-CHDRNUM.                 <PH2668>
           MOVE ZERO                   TO ZILH-ILLVER.                  <PH2668>
           MOVE ZILHREC                TO ZILH-FORMAT.                  <PH2668>
           MOVE BEGN                   TO ZILH-FUNCTION.                <PH2668>
      *                                                                 <PH2668>
           PERFORM A9970-ONE-ZILH                                       <PH2668>
               UNTIL WSAA-ILL-ZILH-EOF  = 'Y'.                          <PH2668>
      *                                                                 <PH2668>
           IF WSAA-ILL-FOUND            = 'Y'                           <PH2668>
              GO TO A9965-COMPARE                                       <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           MOVE SPACES                 TO ERMS-ERRMESG-REC.             <PH2668>
           MOVE EV51                   TO ERMS-EROR.                    <PH2668>
           MOVE SPACES                 TO S6378-LIFE                    <PH2668>
                                          S6378-JLIFE                   <PH2668>
                                          S6378-COVERAGE                <PH2668>
                                          S6378-RIDER.                  <PH2668>
           MOVE 0                      TO S6378-PAYRSEQNO.              <PH2668>
           MOVE SPACES                 TO WSAA-EXTRA-MSGPFX.            <PH2668>
           PERFORM 1800-ERROR-MESSAGES.                                 <PH2668>
           GO TO A9969-EXIT.                                            <PH2668>
      *                                                                 <PH2668>
       A9965-COMPARE.                                                   <PH2668>
      *                                                                 <PH2668>
      *  The proposal's components as they stand.                       <PH2668>
      *                                                                 <PH2668>
           MOVE ZERO                   TO WSAA-CUR-SUMINS               <PH2668>
                                          WSAA-CUR-INSTPREM.            <PH2668>
           MOVE 'N'                    TO WSAA-ILL-COVT-EOF.            <PH2668>
      *                                                                 <PH2668>
           INITIALIZE                  COVTLNB-PARAMS.                  <PH2668>
           MOVE CHDRLNB-CHDRCOY        TO COVTLNB-CHDRCOY.              <PH2668>
           MOVE CHDRLNB-CHDRNUM        TO COVTLNB-CHDRNUM.              <PH2668>
           MOVE COVTLNBREC             TO COVTLNB-FORMAT.               <PH2668>
           MOVE BEGN                   TO COVTLNB-FUNCTION.             <PH2668>
      *                                                                 <PH2668>
           PERFORM A9980-ONE-COVT                                       <PH2668>
               UNTIL WSAA-ILL-COVT-EOF  = 'Y'.                          <PH2668>
      *                                                                 <PH2668>
           IF  WSAA-CUR-SUMINS          = WSAA-ILL-SUMINS               <PH2668>
           AND WSAA-CUR-INSTPREM        = WSAA-ILL-INSTPREM             <PH2668>
               GO TO A9969-EXIT                                         <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           MOVE SPACES                 TO ERMS-ERRMESG-REC.             <PH2668>
           MOVE EV27                   TO ERMS-EROR.                    <PH2668>
           MOVE SPACES                 TO S6378-LIFE                    <PH2668>
                                          S6378-JLIFE                   <PH2668>
                                          S6378-COVERAGE                <PH2668>
                                          S6378-RIDER.                  <PH2668>
           MOVE 0                      TO S6378-PAYRSEQNO.              <PH2668>
           MOVE SPACES                 TO WSAA-EXTRA-MSGPFX.            <PH2668>
           PERFORM 1800-ERROR-MESSAGES.                                 <PH2668>
           GO TO A9969-EXIT.                                            <PH2668>
      *                                                                 <PH2668>
       A9969-EXIT.                                                      <PH2668>
           EXIT.                                                        <PH2668>
      /                                                                 <PH2668>
       A9970-ONE-ZILH SECTION.                                          <PH2668>
      ************************                                          <PH2668>
       A9971-START.                                                     <PH2668>
      *                                                                 <PH2668>
           CALL 'ZILHIO'            USING ZILH-PARAMS.                  <PH2668>
      *                                                                 <PH2668>
           IF ZILH-STATUZ           NOT = O-K AND ENDP                  <PH2668>
              MOVE ZILH-STATUZ         TO SYSR-STATUZ                   <PH2668>
              MOVE ZILH-PARAMS         TO SYSR-PARAMS                   <PH2668>
              PERFORM 600-FATAL-ERROR                                   <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           IF ZILH-STATUZ               = ENDP                          <PH2668>
           OR ZILH-CHDRCOY          NOT = CHDRLNB-CHDRCOY               <PH2668>
           OR ZILH-CHDRNUM          NOT = CHDRLNB-CHDRNUM               <PH2668>
              MOVE 'Y'                 TO WSAA-ILL-ZILH-EOF             <PH2668>
              GO TO A9979-EXIT                                          <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           MOVE NEXTR                  TO ZILH-FUNCTION.                <PH2668>
      *                                                                 <PH2668>
           IF ZILH-ILLVER               > WSAA-ILL-VER                  <PH2668>
              MOVE 'Y'                 TO WSAA-ILL-FOUND                <PH2668>
              MOVE ZILH-ILLVER         TO WSAA-ILL-VER                  <PH2668>
              MOVE ZILH-SUMINS         TO WSAA-ILL-SUMINS               <PH2668>
              MOVE ZILH-INSTPREM       TO WSAA-ILL-INSTPREM             <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
       A9979-EXIT.                                                      <PH2668>
           EXIT.                                                        <PH2668>
      /                                                                 <PH2668>
       A9980-ONE-COVT SECTION.                                          <PH2668>
      ************************                                          <PH2668>
       A9981-START.                                                     <PH2668>
      *                                                                 <PH2668>
           CALL 'COVTLNBIO'         USING COVTLNB-PARAMS.               <PH2668>
      *                                                                 <PH2668>
           IF COVTLNB-STATUZ        NOT = O-K AND ENDP                  <PH2668>
              MOVE COVTLNB-STATUZ      TO SYSR-STATUZ                   <PH2668>
              MOVE COVTLNB-PARAMS      TO SYSR-PARAMS                   <PH2668>
              PERFORM 600-FATAL-ERROR                                   <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           IF COVTLNB-STATUZ            = ENDP                          <PH2668>
           OR COVTLNB-CHDRCOY       NOT = CHDRLNB-CHDRCOY               <PH2668>
           OR COVTLNB-CHDRNUM       NOT = CHDRLNB-CHDRNUM               <PH2668>
              MOVE 'Y'                 TO WSAA-ILL-COVT-EOF             <PH2668>
              GO TO A9989-EXIT                                          <PH2668>
           END-IF.                                                      <PH2668>
      *                                                                 <PH2668>
           ADD COVTLNB-SUMINS          TO WSAA-CUR-SUMINS.              <PH2668>
           ADD COVTLNB-INSTPREM        TO WSAA-CUR-INSTPREM.            <PH2668>
      *                                                                 <PH2668>
           MOVE NEXTR                  TO COVTLNB-FUNCTION.             <PH2668>
      *                                                                 <PH2668>
       A9989-EXIT.                                                      <PH2668>
           EXIT.                                                        <PH2668>
      /                                                                 <PH2673>
       B2000-CHECK-OWN-CASE SECTION.                                    <PH2673>
      ******************************                                    <PH2673>
       B2010-START.                                                     <PH2673>
      *                                                                 <PH2673>
      *  Is the servicing agent, or an agent taking a split of the      <PH2673>
      *  commission (PCDD), the owner, a payer or a life of the         <PH2673>
      *  proposal - or related to one of them on the client             <PH2673>
      *  relationship register (CLTRELN, P5364) by a relationship       <PH2673>
      *  TV144 names for the product (none named: any)?  Such           <PH2673>
      *  business is flagged on ZOCS, own case ('O') before related     <PH2673>
      *  party ('R'); league, contest and persistency credit is         <PH2673>
      *  withheld on it, and the initial commission where TV144         <PH2673>
      *  says so.                                                       <PH2673>
      *                                                                 <PH2673>
           MOVE SPACES                 TO WSAA-OCS-TYPE                 <PH2673>
                                          WSAA-OCS-HIT-AGNT             <PH2673>
                                          WSAA-OCS-HIT-CLNT             <PH2673>
                                          WSAA-OCS-HIT-ROLE             <PH2673>
                                          WSAA-OCS-HIT-REL.             <PH2673>
      *                                                                 <PH2673>
           MOVE SPACES                 TO ITEM-DATA-KEY.                <PH2673>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2673>
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.                 <PH2673>
           MOVE WSAA-TV144             TO ITEM-ITEMTABL.                <PH2673>
           MOVE CHDRLNB-CNTTYPE        TO ITEM-ITEMITEM.                <PH2673>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2673>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2673>
      *                                                                 <PH2673>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2673>
      *                                                                 <PH2673>
           IF ITEM-STATUZ           NOT = O-K AND MRNF                  <PH2673>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <PH2673>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <PH2673>
              PERFORM 600-FATAL-ERROR                                   <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF ITEM-STATUZ               = MRNF                          <PH2673>
              MOVE '***'               TO ITEM-ITEMITEM                 <PH2673>
              MOVE READR               TO ITEM-FUNCTION                 <PH2673>
              CALL 'ITEMIO'         USING ITEM-PARAMS                   <PH2673>
              IF ITEM-STATUZ        NOT = O-K AND MRNF                  <PH2673>
                 MOVE ITEM-STATUZ      TO SYSR-STATUZ                   <PH2673>
                 MOVE ITEM-PARAMS      TO SYSR-PARAMS                   <PH2673>
                 PERFORM 600-FATAL-ERROR                                <PH2673>
              END-IF                                                    <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF ITEM-STATUZ               = O-K                           <PH2673>
              MOVE ITEM-GENAREA        TO TV144-TV144-REC               <PH2673>
           ELSE                                                         <PH2673>
              MOVE SPACES              TO TV144-TV144-REC               <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
      *  The parties: the owner, the payers and the lives.              <PH2673>
      *                                                                 <PH2673>
           MOVE ZERO                   TO WSAA-OCS-PTY-MAX.             <PH2673>
           INITIALIZE                  WSAA-OCS-PARTIES.                <PH2673>
      *                                                                 <PH2673>
           MOVE CHDRLNB-COWNNUM        TO WSAA-OCS-CLNTNUM.             <PH2673>
           MOVE 'OW'                   TO WSAA-OCS-ROLE.                <PH2673>
           PERFORM B2150-ADD-PARTY.                                     <PH2673>
      *                                                                 <PH2673>
           PERFORM B2160-ADD-PAYER                                      <PH2673>
               VARYING WSAA-OCS-SUB FROM 1 BY 1                         <PH2673>
               UNTIL WSAA-OCS-SUB       > 9.                            <PH2673>
      *                                                                 <PH2673>
           MOVE 'N'                    TO WSAA-OCS-LIFE-EOF.            <PH2673>
      *                                                                 <PH2673>
           MOVE SPACES                 TO LIFERNL-PARAMS.               <PH2673>
           MOVE CHDRLNB-CHDRCOY        TO LIFERNL-CHDRCOY.              <PH2673>
           MOVE CHDRLNB-CHDRNUM        TO LIFERNL-CHDRNUM.              <PH2673>
           MOVE LIFERNLREC             TO LIFERNL-FORMAT.               <PH2673>
           MOVE BEGN                   TO LIFERNL-FUNCTION.             <PH2673>
      *                                                                 <PH2673>
           PERFORM B2100-LOAD-LIFE                                      <PH2673>
               UNTIL WSAA-OCS-LIFE-EOF  = 'Y'.                          <PH2673>
      *                                                                 <PH2673>
      *  The servicing agent, then the split agents.                    <PH2673>
      *                                                                 <PH2673>
           MOVE CHDRLNB-AGNTNUM        TO WSAA-OCS-AGNTNUM.             <PH2673>
           PERFORM B2200-CHECK-AGENT.                                   <PH2673>
      *                                                                 <PH2673>
           MOVE 'N'                    TO WSAA-OCS-PCDD-EOF.            <PH2673>
      *                                                                 <PH2673>
           MOVE SPACES                 TO PCDDLNB-PARAMS.               <PH2673>
           MOVE CHDRLNB-CHDRCOY        TO PCDDLNB-CHDRCOY.              <PH2673>
           MOVE CHDRLNB-CHDRNUM        TO PCDDLNB-CHDRNUM.              <PH2673>
           MOVE SPACES                 TO PCDDLNB-AGNTNUM.              <PH2673>
           MOVE PCDDLNBREC             TO PCDDLNB-FORMAT.               <PH2673>
           MOVE BEGN                   TO PCDDLNB-FUNCTION.             <PH2673>
      *                                                                 <PH2673>
           PERFORM B2500-ONE-SPLIT                                      <PH2673>
               UNTIL WSAA-OCS-PCDD-EOF  = 'Y'                           <PH2673>
               OR    WSAA-OCS-TYPE      = 'O'.                          <PH2673>
      *                                                                 <PH2673>
           PERFORM B2600-FLAG-OWN-CASE.                                 <PH2673>
      *                                                                 <PH2673>
       B2090-EXIT.                                                      <PH2673>
           EXIT.                                                        <PH2673>
      /                                                                 <PH2673>
       B2100-LOAD-LIFE SECTION.                                         <PH2673>
      *************************                                         <PH2673>
       B2110-START.                                                     <PH2673>
      *                                                                 <PH2673>
           CALL 'LIFERNLIO'         USING LIFERNL-PARAMS.               <PH2673>
      *                                                                 <PH2673>
           IF LIFERNL-STATUZ        NOT = O-K AND ENDP                  <PH2673>
              MOVE LIFERNL-STATUZ      TO SYSR-STATUZ                   <PH2673>
              MOVE LIFERNL-PARAMS      TO SYSR-PARAMS                   <PH2673>
              PERFORM 600-FATAL-ERROR                                   <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF LIFERNL-STATUZ            = ENDP                          <PH2673>
           OR LIFERNL-CHDRCOY       NOT = CHDRLNB-CHDRCOY               <PH2673>
           OR LIFERNL-CHDRNUM       NOT = CHDRLNB-CHDRNUM               <PH2673>
              MOVE 'Y'                 TO WSAA-OCS-LIFE-EOF             <PH2673>
              GO TO B2190-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           MOVE NEXTR                  TO LIFERNL-FUNCTION.             <PH2673>
      *                                                                 <PH2673>
           MOVE LIFERNL-LIFCNUM        TO WSAA-OCS-CLNTNUM.             <PH2673>
           MOVE 'LF'                   TO WSAA-OCS-ROLE.                <PH2673>
           PERFORM B2150-ADD-PARTY.                                     <PH2673>
      *                                                                 <PH2673>
       B2190-EXIT.                                                      <PH2673>
           EXIT.                                                        <PH2673>
      /                                                                 <PH2673>
       B2150-ADD-PARTY SECTION.                                         <PH2673>
      *************************                                         <PH2673>
       B2151-START.                                                     <PH2673>
      *                                                                 <PH2673>
           IF WSAA-OCS-CLNTNUM          = SPACES                        <PH2673>
           OR WSAA-OCS-PTY-MAX      NOT < 20                            <PH2673>
              GO TO B2159-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           ADD 1                       TO WSAA-OCS-PTY-MAX.             <PH2673>
           MOVE WSAA-OCS-CLNTNUM       TO WSAA-OCS-PTY-CLNT             <PH2673>
                                                   (WSAA-OCS-PTY-MAX).  <PH2673>
           MOVE WSAA-OCS-ROLE          TO WSAA-OCS-PTY-ROLE             <PH2673>
                                                   (WSAA-OCS-PTY-MAX).  <PH2673>
      *                                                                 <PH2673>
       B2159-EXIT.                                                      <PH2673>
           EXIT.                                                        <PH2673>
      /                                                                 <PH2673>
       B2160-ADD-PAYER SECTION.                                         <PH2673>
      *************************                                         <PH2673>
       B2161-START.                                                     <PH2673>
      *                                                                 <PH2673>
           MOVE WSAA-CLNTNUM (WSAA-OCS-SUB)                             <PH2673>
                                       TO WSAA-OCS-CLNTNUM.             <PH2673>
           MOVE 'PY'                   TO WSAA-OCS-ROLE.                <PH2673>
           PERFORM B2150-ADD-PARTY.                                     <PH2673>
      *                                                                 <PH2673>
       B2169-EXIT.                                                      <PH2673>
           EXIT.                                                        <PH2673>
      /                                                                 <PH2673>
       B2200-CHECK-AGENT SECTION.                                       <PH2673>
      ***************************                                       <PH2673>
       B2210-START.                                                     <PH2673>
      *                                                                 <PH2673>
           IF WSAA-OCS-AGNTNUM          = SPACES                        <PH2673>
              GO TO B2290-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           MOVE SPACES                 TO AGNT-PARAMS.                  <PH2673>
           MOVE 'AG'                   TO AGNT-AGNTPFX.                 <PH2673>
           MOVE WSSP-COMPANY           TO AGNT-AGNTCOY.                 <PH2673>
           MOVE WSAA-OCS-AGNTNUM       TO AGNT-AGNTNUM.                 <PH2673>
           MOVE AGNTREC                TO AGNT-FORMAT.                  <PH2673>
           MOVE READR                  TO AGNT-FUNCTION.                <PH2673>
      *                                                                 <PH2673>
           CALL 'AGNTIO'            USING AGNT-PARAMS.                  <PH2673>
      *                                                                 <PH2673>
           IF AGNT-STATUZ           NOT = O-K AND MRNF                  <PH2673>
              MOVE AGNT-STATUZ         TO SYSR-STATUZ                   <PH2673>
              MOVE AGNT-PARAMS         TO SYSR-PARAMS                   <PH2673>
              PERFORM 600-FATAL-ERROR                                   <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF AGNT-STATUZ               = MRNF                          <PH2673>
              GO TO B2290-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           MOVE AGNT-CLNTNUM           TO WSAA-OCS-AGTCLNT.             <PH2673>
      *                                                                 <PH2673>
           PERFORM B2300-CHECK-PARTY                                    <PH2673>
               VARYING WSAA-OCS-SUB FROM 1 BY 1                         <PH2673>
               UNTIL WSAA-OCS-SUB       > WSAA-OCS-PTY-MAX              <PH2673>
               OR    WSAA-OCS-TYPE      = 'O'.                          <PH2673>
      *                                                                 <PH2673>
       B2290-EXIT.                                                      <PH2673>
           EXIT.                                                        <PH2673>
      /                                                                 <PH2673>
       B2300-CHECK-PARTY SECTION.                                       <PH2673>
      ***************************                                       <PH2673>
       B2310-START.                                                     <PH2673>
      *                                                                 <PH2673>
           IF WSAA-OCS-PTY-CLNT (WSAA-OCS-SUB)                          <PH2673>
                                        = WSAA-OCS-AGTCLNT              <PH2673>
              MOVE 'O'                 TO WSAA-OCS-TYPE                 <PH2673>
              MOVE WSAA-OCS-AGNTNUM    TO WSAA-OCS-HIT-AGNT             <PH2673>
              MOVE WSAA-OCS-PTY-CLNT (WSAA-OCS-SUB)                     <PH2673>
                                       TO WSAA-OCS-HIT-CLNT             <PH2673>
              MOVE WSAA-OCS-PTY-ROLE (WSAA-OCS-SUB)                     <PH2673>
                                       TO WSAA-OCS-HIT-ROLE             <PH2673>
              MOVE SPACES              TO WSAA-OCS-HIT-REL              <PH2673>
              GO TO B2390-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
      *  A related party already found gives way only to an own         <PH2673>
      *  case.                                                          <PH2673>
      *                                                                 <PH2673>
           IF WSAA-OCS-TYPE             = 'R'                           <PH2673>
              GO TO B2390-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
      *  The relationship may be recorded either way round.             <PH2673>
      *                                                                 <PH2673>
           INITIALIZE                  CLTRELN-PARAMS.                  <PH2673>
           MOVE 'CN'                   TO CLTRELN-CLNTPFX.              <PH2673>
           MOVE CHDRLNB-COWNCOY        TO CLTRELN-CLNTCOY.              <PH2673>
           MOVE WSAA-OCS-PTY-CLNT (WSAA-OCS-SUB)                        <PH2673>
                                       TO CLTRELN-CLNTNUM.              <PH2673>
           MOVE WSAA-OCS-AGTCLNT       TO CLTRELN-FORENUM.              <PH2673>
           MOVE 'CLTRELNREC'           TO CLTRELN-FORMAT.               <PH2673>
           MOVE READR                  TO CLTRELN-FUNCTION.             <PH2673>
      *                                                                 <PH2673>
           CALL 'CLTRELNIO'         USING CLTRELN-PARAMS.               <PH2673>
      *                                                                 <PH2673>
           IF CLTRELN-STATUZ        NOT = O-K AND MRNF                  <PH2673>
              MOVE CLTRELN-STATUZ      TO SYSR-STATUZ                   <PH2673>
              MOVE CLTRELN-PARAMS      TO SYSR-PARAMS                   <PH2673>
              PERFORM 600-FATAL-ERROR                                   <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF CLTRELN-STATUZ            = MRNF                          <PH2673>
              INITIALIZE                  CLTRELN-PARAMS                <PH2673>
              MOVE 'CN'                TO CLTRELN-CLNTPFX               <PH2673>
              MOVE CHDRLNB-COWNCOY     TO CLTRELN-CLNTCOY               <PH2673>
              MOVE WSAA-OCS-AGTCLNT    TO CLTRELN-CLNTNUM               <PH2673>
              MOVE WSAA-OCS-PTY-CLNT (WSAA-OCS-SUB)                     <PH2673>
                                       TO CLTRELN-FORENUM               <PH2673>
              MOVE 'CLTRELNREC'        TO CLTRELN-FORMAT                <PH2673>
              MOVE READR               TO CLTRELN-FUNCTION              <PH2673>
              CALL 'CLTRELNIO'      USING CLTRELN-PARAMS                <PH2673>
              IF CLTRELN-STATUZ     NOT = O-K AND MRNF                  <PH2673>
                 MOVE CLTRELN-STATUZ   TO SYSR-STATUZ                   <PH2673>
                 MOVE CLTRELN-PARAMS   TO SYSR-PARAMS                   <PH2673>
                 PERFORM 600-FATAL-ERROR                                <PH2673>
              END-IF                                                    <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF CLTRELN-STATUZ            = MRNF                          <PH2673>
              GO TO B2390-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           MOVE 'N'                    TO WSAA-OCS-LISTED               <PH2673>
                                          WSAA-OCS-MATCH.               <PH2673>
      *                                                                 <PH2673>
           PERFORM B2400-MATCH-RELCODE                                  <PH2673>
               VARYING WSAA-OCS-RSUB FROM 1 BY 1                        <PH2673>
               UNTIL WSAA-OCS-RSUB      > 10.                           <PH2673>
      *                                                                 <PH2673>
           IF  WSAA-OCS-LISTED          = 'Y'                           <PH2673>
           AND WSAA-OCS-MATCH       NOT = 'Y'                           <PH2673>
               GO TO B2390-EXIT                                         <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           MOVE 'R'                    TO WSAA-OCS-TYPE.                <PH2673>
           MOVE WSAA-OCS-AGNTNUM       TO WSAA-OCS-HIT-AGNT.            <PH2673>
           MOVE WSAA-OCS-PTY-CLNT (WSAA-OCS-SUB)                        <PH2673>
                                       TO WSAA-OCS-HIT-CLNT.            <PH2673>
           MOVE WSAA-OCS-PTY-ROLE (WSAA-OCS-SUB)                        <PH2673>
                                       TO WSAA-OCS-HIT-ROLE.            <PH2673>
           MOVE CLTRELN-RELCODE        TO WSAA-OCS-HIT-REL.             <PH2673>
      *                                                                 <PH2673>
       B2390-EXIT.                                                      <PH2673>
           EXIT.                                                        <PH2673>
      /                                                                 <PH2673>
       B2400-MATCH-RELCODE SECTION.                                     <PH2673>
      *****************************                                     <PH2673>
       B2410-START.                                                     <PH2673>
      *                                                                 <PH2673>
           IF TV144-RELCODE (WSAA-OCS-RSUB)                             <PH2673>
                                        = SPACES                        <PH2673>
              GO TO B2490-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           MOVE 'Y'                    TO WSAA-OCS-LISTED.              <PH2673>
      *                                                                 <PH2673>
           IF TV144-RELCODE (WSAA-OCS-RSUB)                             <PH2673>
                                        = CLTRELN-RELCODE               <PH2673>
              MOVE 'Y'                 TO WSAA-OCS-MATCH                <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
       B2490-EXIT.                                                      <PH2673>
           EXIT.                                                        <PH2673>
      /                                                                 <PH2673>
       B2500-ONE-SPLIT SECTION.                                         <PH2673>
      *************************                                         <PH2673>
       B2510-START.                                                     <PH2673>
      *                                                                 <PH2673>
           CALL 'PCDDLNBIO'         USING PCDDLNB-PARAMS.               <PH2673>
      *                                                                 <PH2673>
           IF PCDDLNB-STATUZ        NOT = O-K AND ENDP                  <PH2673>
              MOVE PCDDLNB-STATUZ      TO SYSR-STATUZ                   <PH2673>
              MOVE PCDDLNB-PARAMS      TO SYSR-PARAMS                   <PH2673>
              PERFORM 600-FATAL-ERROR                                   <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF PCDDLNB-STATUZ            = ENDP                          <PH2673>
           OR PCDDLNB-CHDRCOY       NOT = CHDRLNB-CHDRCOY               <PH2673>
           OR PCDDLNB-CHDRNUM       NOT = CHDRLNB-CHDRNUM               <PH2673>
              MOVE 'Y'                 TO WSAA-OCS-PCDD-EOF             <PH2673>
              GO TO B2590-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           MOVE NEXTR                  TO PCDDLNB-FUNCTION.             <PH2673>
      *                                                                 <PH2673>
           IF PCDDLNB-AGNTNUM           = CHDRLNB-AGNTNUM               <PH2673>
              GO TO B2590-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           MOVE PCDDLNB-AGNTNUM        TO WSAA-OCS-AGNTNUM.             <PH2673>
           PERFORM B2200-CHECK-AGENT.                                   <PH2673>
      *                                                                 <PH2673>
       B2590-EXIT.                                                      <PH2673>
           EXIT.                                                        <PH2673>
      /                                                                 <PH2673>
       B2600-FLAG-OWN-CASE SECTION.                                     <PH2673>
      *****************************                                     <PH2673>
       B2610-START.                                                     <PH2673>
      *                                                                 <PH2673>
      *  One ZOCS row per proposal, refreshed on each validation        <PH2673>
      *  and removed when the proposal no longer qualifies.             <PH2673>
      *                                                                 <PH2673>
           INITIALIZE                  ZOCS-PARAMS.                     <PH2673>
           MOVE CHDRLNB-CHDRCOY        TO ZOCS-CHDRCOY.                 <PH2673>
           MOVE CHDRLNB-CHDRNUM        TO ZOCS-CHDRNUM.                 <PH2673>
           MOVE ZOCSREC                TO ZOCS-FORMAT.                  <PH2673>
           MOVE READH                  TO ZOCS-FUNCTION.                <PH2673>
      *                                                                 <PH2673>
           CALL 'ZOCSIO'            USING ZOCS-PARAMS.                  <PH2673>
      *                                                                 <PH2673>
           IF ZOCS-STATUZ           NOT = O-K AND MRNF                  <PH2673>
              MOVE ZOCS-STATUZ         TO SYSR-STATUZ                   <PH2673>
              MOVE ZOCS-PARAMS         TO SYSR-PARAMS                   <PH2673>
              PERFORM 600-FATAL-ERROR                                   <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF WSAA-OCS-TYPE             = SPACES                        <PH2673>
              IF ZOCS-STATUZ            = O-K                           <PH2673>
                 MOVE DELET            TO ZOCS-FUNCTION                 <PH2673>
                 CALL 'ZOCSIO'      USING ZOCS-PARAMS                   <PH2673>
                 IF ZOCS-STATUZ     NOT = O-K                           <PH2673>
                    MOVE ZOCS-STATUZ   TO SYSR-STATUZ                   <PH2673>
                    MOVE ZOCS-PARAMS   TO SYSR-PARAMS                   <PH2673>
                    PERFORM 600-FATAL-ERROR                             <PH2673>
                 END-IF                                                 <PH2673>
              END-IF                                                    <PH2673>
              GO TO B2690-EXIT                                          <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           IF ZOCS-STATUZ               = MRNF                          <PH2673>
              MOVE WRITR               TO ZOCS-FUNCTION                 <PH2673>
           ELSE                                                         <PH2673>
              MOVE REWRT               TO ZOCS-FUNCTION                 <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
           MOVE CHDRLNB-CHDRCOY        TO ZOCS-CHDRCOY.                 <PH2673>
           MOVE CHDRLNB-CHDRNUM        TO ZOCS-CHDRNUM.                 <PH2673>
           MOVE CHDRLNB-CNTBRANCH      TO ZOCS-CNTBRANCH.               <PH2673>
           MOVE CHDRLNB-CNTTYPE        TO ZOCS-CNTTYPE.                 <PH2673>
           MOVE WSAA-OCS-TYPE          TO ZOCS-OCSTYPE.                 <PH2673>
           MOVE WSAA-OCS-HIT-AGNT      TO ZOCS-AGNTNUM.                 <PH2673>
           MOVE WSAA-OCS-HIT-CLNT      TO ZOCS-CLNTNUM.                 <PH2673>
           MOVE WSAA-OCS-HIT-ROLE      TO ZOCS-OCSROLE.                 <PH2673>
           MOVE WSAA-OCS-HIT-REL       TO ZOCS-RELCODE.                 <PH2673>
           MOVE WSAA-TODAY             TO ZOCS-DETDATE.                 <PH2673>
           MOVE ZOCSREC                TO ZOCS-FORMAT.                  <PH2673>
      *                                                                 <PH2673>
           CALL 'ZOCSIO'            USING ZOCS-PARAMS.                  <PH2673>
      *                                                                 <PH2673>
           IF ZOCS-STATUZ           NOT = O-K                           <PH2673>
              MOVE ZOCS-STATUZ         TO SYSR-STATUZ                   <PH2673>
              MOVE ZOCS-PARAMS         TO SYSR-PARAMS                   <PH2673>
              PERFORM 600-FATAL-ERROR                                   <PH2673>
           END-IF.                                                      <PH2673>
      *                                                                 <PH2673>
       B2690-EXIT.                                                      <PH2673>
           EXIT.                                                        <PH2673>
      /                                                                 <PH2678>
       B3000-CHECK-IDENTITY SECTION.                                    <PH2678>
      ******************************                                    <PH2678>
       B3010-START.                                                     <PH2678>
      *                                                                 <PH2678>
      *  Has the national population database (C06, B5447) found        <PH2678>
      *  the owner, a payer or a life of the proposal mismatched        <PH2678>
      *  ('M') or not found ('N') on ZIDV?  The party list is the       <PH2678>
      *  one B2000 has just built.  Such a proposal carries the         <PH2678>
      *  TV150 underwriting requirement, raised once, and is            <PH2678>
      *  refused (EV30) until the underwriter has cleared it.           <PH2678>
      *  Clients still pending or sent are not held up.                 <PH2678>
      *                                                                 <PH2678>
           MOVE 'N'                    TO WSAA-IDV-FAILED.              <PH2678>
      *                                                                 <PH2678>
           PERFORM B3100-ONE-PARTY                                      <PH2678>
               VARYING WSAA-IDV-SUB FROM 1 BY 1                         <PH2678>
               UNTIL WSAA-IDV-SUB       > WSAA-OCS-PTY-MAX              <PH2678>
               OR    WSAA-IDV-FAILED    = 'Y'.                          <PH2678>
      *                                                                 <PH2678>
           IF WSAA-IDV-FAILED       NOT = 'Y'                           <PH2678>
              GO TO B3090-EXIT                                          <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           MOVE SPACES                 TO ITEM-DATA-KEY.                <PH2678>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2678>
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.                 <PH2678>
           MOVE WSAA-TV150             TO ITEM-ITEMTABL.                <PH2678>
           MOVE CHDRLNB-CNTTYPE        TO ITEM-ITEMITEM.                <PH2678>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2678>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2678>
      *                                                                 <PH2678>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2678>
      *                                                                 <PH2678>
           IF ITEM-STATUZ           NOT = O-K AND MRNF                  <PH2678>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <PH2678>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <PH2678>
              PERFORM 600-FATAL-ERROR                                   <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           IF ITEM-STATUZ               = MRNF                          <PH2678>
              MOVE '***'               TO ITEM-ITEMITEM                 <PH2678>
              MOVE READR               TO ITEM-FUNCTION                 <PH2678>
              CALL 'ITEMIO'         USING ITEM-PARAMS                   <PH2678>
              IF ITEM-STATUZ        NOT = O-K AND MRNF                  <PH2678>
                 MOVE ITEM-STATUZ      TO SYSR-STATUZ                   <PH2678>
                 MOVE ITEM-PARAMS      TO SYSR-PARAMS                   <PH2678>
                 PERFORM 600-FATAL-ERROR                                <PH2678>
              END-IF                                                    <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           IF ITEM-STATUZ               = O-K                           <PH2678>
              MOVE ITEM-GENAREA        TO TV150-TV150-REC               <PH2678>
           ELSE                                                         <PH2678>
              MOVE SPACES              TO TV150-TV150-REC               <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
      *  No requirement set up for the product: the proposal is         <PH2678>
      *  simply refused until the client record is corrected and        <PH2678>
      *  verified.                                                      <PH2678>
      *                                                                 <PH2678>
           IF TV150-REQCODE             = SPACES                        <PH2678>
              GO TO B3080-ERROR                                         <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           MOVE 'N'                    TO WSAA-IDV-HAS-ZURQ             <PH2678>
                                          WSAA-IDV-OPEN-ZURQ            <PH2678>
                                          WSAA-IDV-ZURQ-EOF.            <PH2678>
           MOVE ZERO                   TO WSAA-IDV-NEXT-SEQ.            <PH2678>
      *                                                                 <PH2678>
           INITIALIZE                  ZURQ-PARAMS.                     <PH2678>
           MOVE CHDRLNB-CHDRCOY        TO ZURQ-CHDRCOY.                 <PH2678>
           MOVE CHDRLNB-CHDRNUM        TO ZURQ-CHDRNUM.                 <PH2678>
           MOVE ZURQREC                TO ZURQ-FORMAT.                  <PH2678>
           MOVE BEGN                   TO ZURQ-FUNCTION.                <PH2678>
      *                                                                 <PH2678>
           PERFORM B3200-ONE-ZURQ                                       <PH2678>
               UNTIL WSAA-IDV-ZURQ-EOF  = 'Y'.                          <PH2678>
      *                                                                 <PH2678>
      *  Cleared by the underwriter - received or waived.               <PH2678>
      *                                                                 <PH2678>
           IF  WSAA-IDV-HAS-ZURQ        = 'Y'                           <PH2678>
           AND WSAA-IDV-OPEN-ZURQ   NOT = 'Y'                           <PH2678>
               GO TO B3090-EXIT                                         <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           IF WSAA-IDV-HAS-ZURQ         = 'Y'                           <PH2678>
              GO TO B3080-ERROR                                         <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           ADD 1                       TO WSAA-IDV-NEXT-SEQ.            <PH2678>
      *                                                                 <PH2678>
           INITIALIZE                  ZURQ-PARAMS.                     <PH2678>
           MOVE CHDRLNB-CHDRCOY        TO ZURQ-CHDRCOY.                 <PH2678>
           MOVE CHDRLNB-CHDRNUM        TO ZURQ-CHDRNUM.                 <PH2678>
           MOVE '01'                   TO ZURQ-LIFE.                    <PH2678>
           MOVE SPACES                 TO ZURQ-COVERAGE                 <PH2678>
                                          ZURQ-RIDER.                   <PH2678>
           MOVE WSAA-IDV-NEXT-SEQ      TO ZURQ-REQSEQ.                  <PH2678>
           MOVE TV150-REQCODE          TO ZURQ-REQCODE.                 <PH2678>
           MOVE 'Y'                    TO ZURQ-MANDFLAG.                <PH2678>
           MOVE 'O'                    TO ZURQ-REQSTAT.                 <PH2678>
           MOVE WSAA-TODAY             TO ZURQ-RAISDATE.                <PH2678>
           MOVE ZEROES                 TO ZURQ-RESPDATE.                <PH2678>
           MOVE ZURQREC                TO ZURQ-FORMAT.                  <PH2678>
           MOVE WRITR                  TO ZURQ-FUNCTION.                <PH2678>
      *                                                                 <PH2678>
           CALL 'ZURQIO'            USING ZURQ-PARAMS.                  <PH2678>
      *                                                                 <PH2678>
           IF ZURQ-STATUZ           NOT = O-K                           <PH2678>
              MOVE ZURQ-STATUZ         TO SYSR-STATUZ                   <PH2678>
              MOVE ZURQ-PARAMS         TO SYSR-PARAMS                   <PH2678>
              PERFORM 600-FATAL-ERROR                                   <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
       B3080-ERROR.                                                     <PH2678>
      *                                                                 <PH2678>
           MOVE SPACES                 TO ERMS-ERRMESG-REC.             <PH2678>
           MOVE EV30                   TO ERMS-EROR.                    <PH2678>
           MOVE SPACES                 TO S6378-LIFE                    <PH2678>
                                          S6378-JLIFE                   <PH2678>
                                          S6378-COVERAGE                <PH2678>
                                          S6378-RIDER.                  <PH2678>
           MOVE 0                      TO S6378-PAYRSEQNO.              <PH2678>
           MOVE SPACES                 TO WSAA-EXTRA-MSGPFX.            <PH2678>
           PERFORM 1800-ERROR-MESSAGES.                                 <PH2678>
      *                                                                 <PH2678>
       B3090-EXIT.                                                      <PH2678>
           EXIT.                                                        <PH2678>
      /                                                                 <PH2678>
       B3100-ONE-PARTY SECTION.                                         <PH2678>
      *************************                                         <PH2678>
       B3110-START.                                                     <PH2678>
      *                                                                 <PH2678>
           INITIALIZE                  ZIDV-PARAMS.                     <PH2678>
           MOVE 'CN'                   TO ZIDV-CLNTPFX.                 <PH2678>
           MOVE WSSP-FSUCO             TO ZIDV-CLNTCOY.                 <PH2678>
           MOVE WSAA-OCS-PTY-CLNT (WSAA-IDV-SUB)                        <PH2678>
                                       TO ZIDV-CLNTNUM.                 <PH2678>
           MOVE ZIDVREC                TO ZIDV-FORMAT.                  <PH2678>
           MOVE READR                  TO ZIDV-FUNCTION.                <PH2678>
      *                                                                 <PH2678>
           CALL 'ZIDVIO'            USING ZIDV-PARAMS.                  <PH2678>
      *                                                                 <PH2678>
           IF ZIDV-STATUZ           NOT = O-K AND MRNF                  <PH2678>
              MOVE ZIDV-STATUZ         TO SYSR-STATUZ                   <PH2678>
              MOVE ZIDV-PARAMS         TO SYSR-PARAMS                   <PH2678>
              PERFORM 600-FATAL-ERROR                                   <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           IF ZIDV-STATUZ               = O-K                           <PH2678>
           AND (ZIDV-IDVSTAT            = 'M'                           <PH2678>
           OR   ZIDV-IDVSTAT            = 'N')                          <PH2678>
              MOVE 'Y'                 TO WSAA-IDV-FAILED               <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
       B3190-EXIT.                                                      <PH2678>
           EXIT.                                                        <PH2678>
      /                                                                 <PH2678>
       B3200-ONE-ZURQ SECTION.                                          <PH2678>
      ************************                                          <PH2678>
       B3210-START.                                                     <PH2678>
      *                                                                 <PH2678>
           CALL 'ZURQIO'            USING ZURQ-PARAMS.                  <PH2678>
      *                                                                 <PH2678>
           IF ZURQ-STATUZ           NOT = O-K AND ENDP                  <PH2678>
              MOVE ZURQ-STATUZ         TO SYSR-STATUZ                   <PH2678>
              MOVE ZURQ-PARAMS         TO SYSR-PARAMS                   <PH2678>
              PERFORM 600-FATAL-ERROR                                   <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           IF ZURQ-STATUZ               = ENDP                          <PH2678>
           OR ZURQ-CHDRCOY          NOT = CHDRLNB-CHDRCOY               <PH2678>
           OR ZURQ-CHDRNUM          NOT = CHDRLNB-CHDRNUM               <PH2678>
              MOVE 'Y'                 TO WSAA-IDV-ZURQ-EOF             <PH2678>
              GO TO B3290-EXIT                                          <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           IF ZURQ-REQSEQ               > WSAA-IDV-NEXT-SEQ             <PH2678>
              MOVE ZURQ-REQSEQ         TO WSAA-IDV-NEXT-SEQ             <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           IF ZURQ-REQCODE              = TV150-REQCODE                 <PH2678>
              MOVE 'Y'                 TO WSAA-IDV-HAS-ZURQ             <PH2678>
              IF ZURQ-REQSTAT           = 'O'                           <PH2678>
                 MOVE 'Y'              TO WSAA-IDV-OPEN-ZURQ            <PH2678>
              END-IF                                                    <PH2678>
           END-IF.                                                      <PH2678>
      *                                                                 <PH2678>
           MOVE NEXTR                  TO ZURQ-FUNCTION.                <PH2678>
      *                                                                 <PH2678>
       B3290-EXIT.                                                      <PH2678>
           EXIT.                                                        <PH2678>
      /                                                                 <PH2691>
       B4000-CHECK-FACULTATIVE SECTION.                                 <PH2691>
      *********************************                                 <PH2691>
       B4010-START.                                                     <PH2691>
      *                                                                 <PH2691>
      *  The life's total sum at risk - the in-force cover on its       <PH2691>
      *  other contracts (ZJETCHK) plus this proposal's components -    <PH2691>
      *  against the retention and automatic treaty capacity on         <PH2691>
      *  TV161.  Above both, the excess can only be placed              <PH2691>
      *  facultatively: the TV161 referral requirement is raised        <PH2691>
      *  once on ZURQ and the proposal refused (EV41) until the         <PH2691>
      *  reinsurer's acceptance is received, or the requirement         <PH2691>
      *  waived.  P5074AT then cedes the lines at issue.                <PH2691>
      *                                                                 <PH2691>
           MOVE SPACES                 TO ITEM-DATA-KEY.                <PH2691>
           MOVE 'IT'                   TO ITEM-ITEMPFX.                 <PH2691>
           MOVE WSSP-COMPANY           TO ITEM-ITEMCOY.                 <PH2691>
           MOVE WSAA-TV161             TO ITEM-ITEMTABL.                <PH2691>
           MOVE CHDRLNB-CNTTYPE        TO ITEM-ITEMITEM.                <PH2691>
           MOVE ITEMREC                TO ITEM-FORMAT.                  <PH2691>
           MOVE READR                  TO ITEM-FUNCTION.                <PH2691>
      *                                                                 <PH2691>
           CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2691>
      *                                                                 <PH2691>
           IF ITEM-STATUZ           NOT = O-K AND MRNF                  <PH2691>
              MOVE ITEM-STATUZ         TO SYSR-STATUZ                   <PH2691>
              MOVE ITEM-PARAMS         TO SYSR-PARAMS                   <PH2691>
              PERFORM 600-FATAL-ERROR                                   <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF ITEM-STATUZ               = MRNF                          <PH2691>
              MOVE '***'               TO ITEM-ITEMITEM                 <PH2691>
              MOVE READR               TO ITEM-FUNCTION                 <PH2691>
              CALL 'ITEMIO'         USING ITEM-PARAMS                   <PH2691>
              IF ITEM-STATUZ        NOT = O-K AND MRNF                  <PH2691>
                 MOVE ITEM-STATUZ      TO SYSR-STATUZ                   <PH2691>
                 MOVE ITEM-PARAMS      TO SYSR-PARAMS                   <PH2691>
                 PERFORM 600-FATAL-ERROR                                <PH2691>
              END-IF                                                    <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
      *  No reinsurance arrangement for the product.                    <PH2691>
      *                                                                 <PH2691>
           IF ITEM-STATUZ           NOT = O-K                           <PH2691>
              GO TO B4090-EXIT                                          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           MOVE ITEM-GENAREA           TO TV161-TV161-REC.              <PH2691>
      *                                                                 <PH2691>
           MOVE ZERO                   TO WSAA-FAC-SUMINS.              <PH2691>
           MOVE 'N'                    TO WSAA-FAC-COVT-EOF.            <PH2691>
      *                                                                 <PH2691>
           INITIALIZE                  COVTLNB-PARAMS.                  <PH2691>
           MOVE CHDRLNB-CHDRCOY        TO COVTLNB-CHDRCOY.              <PH2691>
           MOVE CHDRLNB-CHDRNUM        TO COVTLNB-CHDRNUM.              <PH2691>
           MOVE COVTLNBREC             TO COVTLNB-FORMAT.               <PH2691>
           MOVE BEGN                   TO COVTLNB-FUNCTION.             <PH2691>
      *                                                                 <PH2691>
           PERFORM B4100-SUM-ONE-COVT                                   <PH2691>
               UNTIL WSAA-FAC-COVT-EOF  = 'Y'.                          <PH2691>
      *                                                                 <PH2691>
           INITIALIZE                  ZJET-ZJETCHK-REC.                <PH2691>
           MOVE WSSP-COMPANY           TO ZJET-COMPANY.                 <PH2691>
           MOVE WSSP-FSUCO             TO ZJET-CLNTCOY.                 <PH2691>
           MOVE LIFELNB-LIFCNUM        TO ZJET-CLNTNUM.                 <PH2691>
           MOVE CHDRLNB-CNTTYPE        TO ZJET-CNTTYPE.                 <PH2691>
           MOVE LIFELNB-ANB-AT-CCD     TO ZJET-ANB-AT-CCD.              <PH2691>
           MOVE WSAA-FAC-SUMINS        TO ZJET-PROP-SUMINS.             <PH2691>
           MOVE CHDRLNB-CHDRNUM        TO ZJET-EXCL-CHDRNUM.            <PH2691>
      *                                                                 <PH2691>
           CALL 'ZJETCHK'           USING ZJET-ZJETCHK-REC.             <PH2691>
      *                                                                 <PH2691>
           IF ZJET-STATUZ           NOT = O-K                           <PH2691>
              MOVE ZJET-STATUZ         TO SYSR-STATUZ                   <PH2691>
              MOVE ZJET-ZJETCHK-REC    TO SYSR-PARAMS                   <PH2691>
              PERFORM 600-FATAL-ERROR                                   <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           COMPUTE WSAA-FAC-CAPACITY    = TV161-RETENTN                 <PH2691>
                                        + TV161-AUTOCAP.                <PH2691>
      *                                                                 <PH2691>
           IF ZJET-TOTAL-SUMINS     NOT > WSAA-FAC-CAPACITY             <PH2691>
              GO TO B4090-EXIT                                          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
      *  No referral requirement set up: refused until the treaty       <PH2691>
      *  limits are reviewed.                                           <PH2691>
      *                                                                 <PH2691>
           IF TV161-FACREQ              = SPACES                        <PH2691>
              GO TO B4080-ERROR                                         <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           MOVE 'N'                    TO WSAA-FAC-CLEARED              <PH2691>
                                          WSAA-FAC-OPEN-ZURQ            <PH2691>
                                          WSAA-FAC-ZURQ-EOF.            <PH2691>
           MOVE ZERO                   TO WSAA-FAC-NEXT-SEQ.            <PH2691>
      *                                                                 <PH2691>
           INITIALIZE                  ZURQ-PARAMS.                     <PH2691>
           MOVE CHDRLNB-CHDRCOY        TO ZURQ-CHDRCOY.                 <PH2691>
           MOVE CHDRLNB-CHDRNUM        TO ZURQ-CHDRNUM.                 <PH2691>
           MOVE ZURQREC                TO ZURQ-FORMAT.                  <PH2691>
           MOVE BEGN                   TO ZURQ-FUNCTION.                <PH2691>
      *                                                                 <PH2691>
           PERFORM B4200-ONE-ZURQ                                       <PH2691>
               UNTIL WSAA-FAC-ZURQ-EOF  = 'Y'.                          <PH2691>
      *                                                                 <PH2691>
      *  Accepted by the reinsurer (received) or waived.                <PH2691>
      *                                                                 <PH2691>
           IF WSAA-FAC-CLEARED          = 'Y'                           <PH2691>
              GO TO B4090-EXIT                                          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF WSAA-FAC-OPEN-ZURQ        = 'Y'                           <PH2691>
              GO TO B4080-ERROR                                         <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           ADD 1                       TO WSAA-FAC-NEXT-SEQ.            <PH2691>
      *                                                                 <PH2691>
           INITIALIZE                  ZURQ-PARAMS.                     <PH2691>
           MOVE CHDRLNB-CHDRCOY        TO ZURQ-CHDRCOY.                 <PH2691>
           MOVE CHDRLNB-CHDRNUM        TO ZURQ-CHDRNUM.                 <PH2691>
           MOVE LIFELNB-LIFE           TO ZURQ-LIFE.                    <PH2691>
           MOVE SPACES                 TO ZURQ-COVERAGE                 <PH2691>
                                          ZURQ-RIDER.                   <PH2691>
           MOVE WSAA-FAC-NEXT-SEQ      TO ZURQ-REQSEQ.                  <PH2691>
           MOVE TV161-FACREQ           TO ZURQ-REQCODE.                 <PH2691>
           MOVE 'Y'                    TO ZURQ-MANDFLAG.                <PH2691>
           MOVE 'O'                    TO ZURQ-REQSTAT.                 <PH2691>
           MOVE WSAA-TODAY             TO ZURQ-RAISDATE.                <PH2691>
           MOVE ZEROES                 TO ZURQ-RESPDATE.                <PH2691>
           MOVE ZURQREC                TO ZURQ-FORMAT.                  <PH2691>
           MOVE WRITR                  TO ZURQ-FUNCTION.                <PH2691>
      *                                                                 <PH2691>
           CALL 'ZURQIO'            USING ZURQ-PARAMS.                  <PH2691>
      *                                                                 <PH2691>
           IF ZURQ-STATUZ           NOT = O-K                           <PH2691>
              MOVE ZURQ-STATUZ         TO SYSR-STATUZ                   <PH2691>
              MOVE ZURQ-PARAMS         TO SYSR-PARAMS                   <PH2691>
              PERFORM 600-FATAL-ERROR                                   <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
       B4080-ERROR.                                                     <PH2691>
      *                                                                 <PH2691>
           MOVE SPACES                 TO ERMS-ERRMESG-REC.             <PH2691>
           MOVE EV41                   TO ERMS-EROR.                    <PH2691>
           MOVE LIFELNB-LIFE           TO S6378-LIFE.                   <PH2691>
           MOVE LIFELNB-JLIFE          TO S6378-JLIFE.                  <PH2691>
           MOVE SPACES                 TO S6378-COVERAGE                <PH2691>
                                          S6378-RIDER.                  <PH2691>
           MOVE 0                      TO S6378-PAYRSEQNO.              <PH2691>
           MOVE SPACES                 TO WSAA-EXTRA-MSGPFX.            <PH2691>
           PERFORM 1800-ERROR-MESSAGES.                                 <PH2691>
      *                                                                 <PH2691>
       B4090-EXIT.                                                      <PH2691>
           EXIT.                                                        <PH2691>
      /                                                                 <PH2691>
       B4100-SUM-ONE-COVT SECTION.                                      <PH2691>
      ****************************                                      <PH2691>
       B4110-START.                                                     <PH2691>
      *                                                                 <PH2691>
           CALL 'COVTLNBIO'         USING COVTLNB-PARAMS.               <PH2691>
      *                                                                 <PH2691>
           IF COVTLNB-STATUZ        NOT = O-K AND ENDP                  <PH2691>
              MOVE COVTLNB-STATUZ      TO SYSR-STATUZ                   <PH2691>
              MOVE COVTLNB-PARAMS      TO SYSR-PARAMS                   <PH2691>
              PERFORM 600-FATAL-ERROR                                   <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF COVTLNB-STATUZ            = ENDP                          <PH2691>
           OR COVTLNB-CHDRCOY       NOT = CHDRLNB-CHDRCOY               <PH2691>
           OR COVTLNB-CHDRNUM       NOT = CHDRLNB-CHDRNUM               <PH2691>
              MOVE 'Y'                 TO WSAA-FAC-COVT-EOF             <PH2691>
              GO TO B4190-EXIT                                          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF COVTLNB-LIFE              = LIFELNB-LIFE                  <PH2691>
              ADD COVTLNB-SUMINS       TO WSAA-FAC-SUMINS               <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           MOVE NEXTR                  TO COVTLNB-FUNCTION.             <PH2691>
      *                                                                 <PH2691>
       B4190-EXIT.                                                      <PH2691>
           EXIT.                                                        <PH2691>
      /                                                                 <PH2691>
       B4200-ONE-ZURQ SECTION.                                          <PH2691>
      ************************                                          <PH2691>
       B4210-START.                                                     <PH2691>
      *                                                                 <PH2691>
           CALL 'ZURQIO'            USING ZURQ-PARAMS.                  <PH2691>
      *                                                                 <PH2691>
           IF ZURQ-STATUZ           NOT = O-K AND ENDP                  <PH2691>
              MOVE ZURQ-STATUZ         TO SYSR-STATUZ                   <PH2691>
              MOVE ZURQ-PARAMS         TO SYSR-PARAMS                   <PH2691>
              PERFORM 600-FATAL-ERROR                                   <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF ZURQ-STATUZ               = ENDP                          <PH2691>
           OR ZURQ-CHDRCOY          NOT = CHDRLNB-CHDRCOY               <PH2691>
           OR ZURQ-CHDRNUM          NOT = CHDRLNB-CHDRNUM               <PH2691>
              MOVE 'Y'                 TO WSAA-FAC-ZURQ-EOF             <PH2691>
              GO TO B4290-EXIT                                          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           IF ZURQ-REQSEQ               > WSAA-FAC-NEXT-SEQ             <PH2691>
              MOVE ZURQ-REQSEQ         TO WSAA-FAC-NEXT-SEQ             <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
      *  An expired referral ('X') leaves the case to be referred       <PH2691>
      *  again.                                                         <PH2691>
      *                                                                 <PH2691>
           IF  ZURQ-LIFE                = LIFELNB-LIFE                  <PH2691>
           AND ZURQ-REQCODE             = TV161-FACREQ                  <PH2691>
               IF ZURQ-REQSTAT          = 'R' OR 'W'                    <PH2691>
                  MOVE 'Y'             TO WSAA-FAC-CLEARED              <PH2691>
               END-IF                                                   <PH2691>
               IF ZURQ-REQSTAT          = 'O'                           <PH2691>
                  MOVE 'Y'             TO WSAA-FAC-OPEN-ZURQ            <PH2691>
               END-IF                                                   <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
           MOVE NEXTR                  TO ZURQ-FUNCTION.                <PH2691>
      *                                                                 <PH2691>
       B4290-EXIT.                                                      <PH2691>
           EXIT.                                                        <PH2691>
      /
       1600-LIFE-LEVEL SECTION.
      *************************
      ****     PERFORM 1G00-CALL-HCRTFUP                        <LA2103><V42006>
           END-IF.                                                      <FUPLET>
                                                                        <FUPLET>
      *                                                                 <PH2691>
      *  A life over the treaty's automatic capacity goes to the        <PH2691>
      *  reinsurer for facultative acceptance.                          <PH2691>
      *                                                                 <PH2691>
           IF  WSSP-FLAG            NOT = 'I'                           <PH2691>
           AND LIFELNB-JLIFE            = '00'                          <PH2691>
               PERFORM B4000-CHECK-FACULTATIVE                          <PH2691>
           END-IF.                                                      <PH2691>
      *                                                                 <PH2691>
      **** Since 1150-CALL-CSNCALC will distort the pointer of LIFLNB   <LA3392>
      **** Use READR to correct the pointer.                            <LA3392>
      ****                                                              <LA3392>
