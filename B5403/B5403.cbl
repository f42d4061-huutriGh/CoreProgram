      *     register row says do-not-contact, or withholds
      *     marketing consent, is suppressed and counted - there is
      *     no override;
      *   - an owner marked deceased on CLTS (status 'DC', set by       <PH2665>
      *     the death registration P5360) is likewise suppressed,       <PH2665>
      *     with audience status 'D', and counted apart;                <PH2665>
      *   - every selected owner gets one audience row on ZCAUPF
      *     ('S' selected / 'X' suppressed) and one communication
      *     queued through the letter-request mechanism (the
      *     02  -  Audience selected
      *     03  -  Suppressed - no marketing consent
      *     04  -  Communications queued
      *     05  -  Suppressed - owner deceased                          <PH2665>
      *
      *   Error Processing:
      *     If a system error move the error code into the SYSR-STATUZ
      * 02/09/26  01/01   PH2623       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2665       Phi Tran - IT DEV                    *
      *           Suppress an owner marked deceased on CLTS (audience       *
      *           status 'D', control total 05).                            *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSAA-SELECT-CNT             PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-SUPPRESS-CNT           PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-QUEUE-CNT              PIC 9(07) COMP-3 VALUE 0.
       01  WSAA-DECD-CNT               PIC 9(07) COMP-3 VALUE 0.        <PH2665>
       01  WSAA-OCCDATE                PIC 9(08) VALUE 0.
      *
       01  WSAA-OTHER-KEYS.
           03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.
           03  ZCMPREC                 PIC X(10) VALUE 'ZCMPREC'.
           03  ZCNPREC                 PIC X(10) VALUE 'ZCNPREC'.
           03  CLTSREC                 PIC X(10) VALUE 'CLTSREC'.       <PH2665>
      *
       01  CONTROL-TOTALS.
           03  CT01                    PIC 9(02) VALUE 01.
           03  CT02                    PIC 9(02) VALUE 02.
           03  CT03                    PIC 9(02) VALUE 03.
           03  CT04                    PIC 9(02) VALUE 04.
           03  CT05                    PIC 9(02) VALUE 05.              <PH2665>
      *
           COPY CONLOGREC.
           COPY CONERRREC.
           COPY CHDRLIFSKM.
           COPY ZCMPSKM.
           COPY ZCNPSKM.
           COPY CLTSSKM.                                                <PH2665>
      /
      *
       LINKAGE SECTION.
      *
       3010-UPDATE.
      *
      *  A deceased owner is never contacted.                           <PH2665>
      *                                                                 <PH2665>
           INITIALIZE                  CLTS-PARAMS.                     <PH2665>
           MOVE 'CN'                   TO CLTS-CLNTPFX.                 <PH2665>
           MOVE '9'                    TO CLTS-CLNTCOY.                 <PH2665>
           MOVE CHDRLIF-COWNNUM        TO CLTS-CLNTNUM.                 <PH2665>
           MOVE CLTSREC                TO CLTS-FORMAT.                  <PH2665>
           MOVE READR                  TO CLTS-FUNCTION.                <PH2665>
      *                                                                 <PH2665>
           CALL 'CLTSIO'            USING CLTS-PARAMS.                  <PH2665>
      *                                                                 <PH2665>
           IF CLTS-STATUZ           NOT = O-K AND MRNF                  <PH2665>
              MOVE CLTS-STATUZ         TO SYSR-STATUZ                   <PH2665>
              MOVE CLTS-PARAMS         TO SYSR-PARAMS                   <PH2665>
              PERFORM 600-FATAL-ERROR                                   <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
           IF  CLTS-STATUZ              = O-K                           <PH2665>
           AND CLTS-CLTSTAT (1:2)       = 'DC'                          <PH2665>
               MOVE SPACES             TO ZCAUPF-REC                    <PH2665>
               MOVE ZCMP-CAMPNO        TO CAMPNO   OF ZCAUPF            <PH2665>
               MOVE CHDRLIF-CHDRNUM    TO CHDRNUM  OF ZCAUPF            <PH2665>
               MOVE CHDRLIF-COWNNUM    TO CLNTNUM  OF ZCAUPF            <PH2665>
               MOVE 'D'                TO SELSTAT  OF ZCAUPF            <PH2665>
               MOVE BSSC-EFFECTIVE-DATE                                 <PH2665>
                                       TO REPDATE  OF ZCAUPF            <PH2665>
               WRITE ZCAUPF-REC                                         <PH2665>
               ADD 1                   TO WSAA-DECD-CNT                 <PH2665>
               MOVE CT05               TO CONT-TOTNO                    <PH2665>
               MOVE 1                  TO CONT-TOTVAL                   <PH2665>
               PERFORM 001-CALL-CONTOT                                  <PH2665>
               GO TO 3090-EXIT                                          <PH2665>
           END-IF.                                                      <PH2665>
      *                                                                 <PH2665>
      *  Hard suppression: no marketing contact means no contact.
      *
           INITIALIZE                  ZCNP-PARAMS.
           DISPLAY 'B5403 CAMPAIGN RUN SUMMARY - ' PZ403-CAMPNO.
           DISPLAY 'AUDIENCE SELECTED.........: ' WSAA-SELECT-CNT.
           DISPLAY 'SUPPRESSED - NO CONSENT...: ' WSAA-SUPPRESS-CNT.
           DISPLAY 'SUPPRESSED - DECEASED.....: ' WSAA-DECD-CNT.        <PH2665>
           DISPLAY 'COMMUNICATIONS QUEUED.....: ' WSAA-QUEUE-CNT.
           DISPLAY '=========================================='.
      *
