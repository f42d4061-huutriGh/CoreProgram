      *       reconciliation uses): DETH from the ZCLM settlements,
      *       LAPS from B5353's code, SURR / MATU / FRLK from
      *       theirs.
      *                                                                 <PH2693>
      *   The exposure is taken from the coverage rows of the           <PH2693>
      *   month-end snapshot (ZMES, B5462) for the study date's         <PH2693>
      *   month, which carry the contract type and the life's age       <PH2693>
      *   and sex alongside each coverage as it stood at month end;     <PH2693>
      *   the run stops if that month has not been snapshotted.         <PH2693>
      *
      *   Control totals:
      *     01  -  Coverages read
      * 02/09/26  01/01   PH2627       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2693       Phi Tran - IT DEV                    *
      *           Exposure taken from the coverage rows of the month-end    *
      *           snapshot (ZMES, B5462) for the study date's month instead *
      *           of walking COVR and reading CHDR and LIFE per coverage.   *
      *                                                                     *
      * 15/10/26  01/01   PH2695       Phi Tran - IT DEV                    *
      *           TV102 lookup per coverage read through the table          *
      *           cache (ZTBLCCH).                                          *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WSAA-LAST-CHDRNUM           PIC X(08) VALUE SPACES.
      *
       01  WSAA-RUN-YEAR               PIC X(04) VALUE SPACES.
       01  WSAA-SNAP-YYMM              PIC X(06) VALUE SPACES.          <PH2693>
       01  WSAA-DATE-X.
           05  WSAA-DATE-YEAR          PIC X(04).
           05  FILLER                  PIC X(04).
      *
       01  FORMATS.
      **** 03  COVRREC                 PIC X(10) VALUE 'COVRREC'.       <PH2693>
      **** 03  CHDRLIFREC              PIC X(10) VALUE 'CHDRLIFREC'.    <PH2693>
      **** 03  LIFEREC                 PIC X(10) VALUE 'LIFEREC'.       <PH2693>
           03  PTRNENQREC              PIC X(10) VALUE 'PTRNENQREC'.
           03  ITEMREC                 PIC X(10) VALUE 'ITEMREC'.
           03  ZMESREC                 PIC X(10) VALUE 'ZMESREC'.       <PH2693>
      *
       01  TABLES.
           03  TV102                   PIC X(06) VALUE 'TV102'.
           COPY CHDRLIFSKM.
           COPY LIFESKM.
           COPY PTRNENQSKM.
           COPY ZMESSKM.                                                <PH2693>
      /
      *
       LINKAGE SECTION.
      *
           MOVE BSSC-EFFECTIVE-DATE    TO WSAA-DATE-X.
           MOVE WSAA-DATE-YEAR         TO WSAA-RUN-YEAR.
           MOVE WSAA-DATE-X (1:6)      TO WSAA-SNAP-YYMM.               <PH2693>
      *
      **** INITIALIZE                  COVR-PARAMS.                     <PH2693>
      **** MOVE BSPR-COMPANY           TO COVR-CHDRCOY.                 <PH2693>
      **** MOVE BEGN                   TO COVR-FUNCTION.                <PH2693>
      **** MOVE COVRREC                TO COVR-FORMAT.                  <PH2693>
           PERFORM 1200-CHECK-SNAPSHOT.                                 <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-SNAP-YYMM         TO ZMES-SNAPYM.                  <PH2693>
           MOVE ZMESREC                TO ZMES-FORMAT.                  <PH2693>
           MOVE BEGN                   TO ZMES-FUNCTION.                <PH2693>
           MOVE 'Y'                    TO WSAA-FIRST-READ.
      *
       1090-EXIT.
           EXIT.
      /
       1200-CHECK-SNAPSHOT SECTION.                                     <PH2693>
      *****************************                                     <PH2693>
      *                                                                 <PH2693>
       1210-START.                                                      <PH2693>
      *                                                                 <PH2693>
      *  The study date's month must have been snapshotted.             <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  ZMES-PARAMS.                     <PH2693>
           MOVE BSPR-COMPANY           TO ZMES-CHDRCOY.                 <PH2693>
           MOVE WSAA-SNAP-YYMM         TO ZMES-SNAPYM.                  <PH2693>
           MOVE ZMESREC                TO ZMES-FORMAT.                  <PH2693>
           MOVE BEGN                   TO ZMES-FUNCTION.                <PH2693>
      *                                                                 <PH2693>
           CALL 'ZMESIO'            USING ZMES-PARAMS.                  <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ           NOT = O-K AND ENDP                  <PH2693>
              MOVE ZMES-STATUZ         TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR                                   <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           IF ZMES-STATUZ               = ENDP                          <PH2693>
           OR ZMES-CHDRCOY          NOT = BSPR-COMPANY                  <PH2693>
           OR ZMES-SNAPYM           NOT = WSAA-SNAP-YYMM                <PH2693>
              DISPLAY 'B5406 NO MONTH-END SNAPSHOT FOR: '               <PH2693>
                      WSAA-SNAP-YYMM                                    <PH2693>
              DISPLAY 'RUN THE B5462 SNAPSHOT FOR THE MONTH FIRST.'     <PH2693>
              MOVE BOMB                TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR                                   <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
       1290-EXIT.                                                       <PH2693>
           EXIT.                                                        <PH2693>
      /                                                                 <PH2693>
       2000-READ-FILE SECTION.
      ************************
      *
           IF WSAA-FIRST-READ           = 'Y'
              MOVE 'N'                 TO WSAA-FIRST-READ
           ELSE
      ****    MOVE NEXTR               TO COVR-FUNCTION                 <PH2693>
              MOVE NEXTR               TO ZMES-FUNCTION                 <PH2693>
           END-IF.
      *
      **** CALL 'COVRIO'            USING COVR-PARAMS.                  <PH2693>
           CALL 'ZMESIO'            USING ZMES-PARAMS.                  <PH2693>
      *
      **** IF COVR-STATUZ           NOT = O-K AND ENDP                  <PH2693>
      ****    MOVE COVR-STATUZ         TO SYSR-STATUZ                   <PH2693>
      ****    MOVE COVR-PARAMS         TO SYSR-PARAMS                   <PH2693>
           IF ZMES-STATUZ           NOT = O-K AND ENDP                  <PH2693>
              MOVE ZMES-STATUZ         TO SYSR-STATUZ                   <PH2693>
              MOVE ZMES-PARAMS         TO SYSR-PARAMS                   <PH2693>
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
      **** IF COVR-STATUZ               = ENDP                          <PH2693>
      **** OR COVR-CHDRCOY          NOT = BSPR-COMPANY                  <PH2693>
           IF ZMES-STATUZ               = ENDP                          <PH2693>
           OR ZMES-CHDRCOY          NOT = BSPR-COMPANY                  <PH2693>
           OR ZMES-SNAPYM           NOT = WSAA-SNAP-YYMM                <PH2693>
              MOVE ENDP                TO WSSP-EDTERROR
              GO TO 2090-EXIT
           END-IF.
      *
      *  Contract rows carry no coverage.                               <PH2693>
      *                                                                 <PH2693>
           IF ZMES-RECTYPE          NOT = 'V'                           <PH2693>
              GO TO 2090-EXIT                                           <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  COVR-PARAMS.                     <PH2693>
           MOVE ZMES-CHDRCOY           TO COVR-CHDRCOY.                 <PH2693>
           MOVE ZMES-CHDRNUM           TO COVR-CHDRNUM.                 <PH2693>
           MOVE ZMES-LIFE              TO COVR-LIFE.                    <PH2693>
           MOVE ZMES-COVERAGE          TO COVR-COVERAGE.                <PH2693>
           MOVE ZMES-RIDER             TO COVR-RIDER.                   <PH2693>
           MOVE ZMES-CRTABLE           TO COVR-CRTABLE.                 <PH2693>
           MOVE ZMES-CRRCD             TO COVR-CRRCD.                   <PH2693>
           MOVE ZMES-SUMINS            TO COVR-SUMINS.                  <PH2693>
           MOVE ZMES-STATCODE          TO COVR-STATCODE.                <PH2693>
           MOVE ZMES-VALIDFLAG         TO COVR-VALIDFLAG.               <PH2693>
      *                                                                 <PH2693>
           MOVE CT01                   TO CONT-TOTNO.
           MOVE 1                      TO CONT-TOTVAL.
           PERFORM 001-CALL-CONTOT.
      *
           MOVE O-K                    TO WSSP-EDTERROR.
      *
           IF ZMES-RECTYPE          NOT = 'V'                           <PH2693>
              MOVE SPACES              TO WSSP-EDTERROR                 <PH2693>
              GO TO 2590-EXIT                                           <PH2693>
           END-IF.                                                      <PH2693>
      *                                                                 <PH2693>
           IF COVR-VALIDFLAG        NOT = '1'
              MOVE SPACES              TO WSSP-EDTERROR
              GO TO 2590-EXIT
      *
       3110-START.
      *
      **** INITIALIZE                  CHDRLIF-PARAMS.                  <PH2693>
      **** MOVE COVR-CHDRCOY           TO CHDRLIF-CHDRCOY.              <PH2693>
      **** MOVE COVR-CHDRNUM           TO CHDRLIF-CHDRNUM.              <PH2693>
      **** MOVE CHDRLIFREC             TO CHDRLIF-FORMAT.               <PH2693>
      **** MOVE READR                  TO CHDRLIF-FUNCTION.             <PH2693>
      ****                                                              <PH2693>
      **** CALL 'CHDRLIFIO'         USING CHDRLIF-PARAMS.               <PH2693>
      ****                                                              <PH2693>
      **** IF CHDRLIF-STATUZ        NOT = O-K                           <PH2693>
      ****    MOVE CHDRLIF-STATUZ      TO SYSR-STATUZ                   <PH2693>
      ****    MOVE CHDRLIF-PARAMS      TO SYSR-PARAMS                   <PH2693>
      ****    PERFORM 600-FATAL-ERROR                                   <PH2693>
      **** END-IF.                                                      <PH2693>
      ****                                                              <PH2693>
      **** INITIALIZE                  LIFE-PARAMS.                     <PH2693>
      **** MOVE COVR-CHDRCOY           TO LIFE-CHDRCOY.                 <PH2693>
      **** MOVE COVR-CHDRNUM           TO LIFE-CHDRNUM.                 <PH2693>
      **** MOVE COVR-LIFE              TO LIFE-LIFE.                    <PH2693>
      **** MOVE LIFEREC                TO LIFE-FORMAT.                  <PH2693>
      **** MOVE READR                  TO LIFE-FUNCTION.                <PH2693>
      ****                                                              <PH2693>
      **** CALL 'LIFEIO'            USING LIFE-PARAMS.                  <PH2693>
      ****                                                              <PH2693>
      **** IF LIFE-STATUZ           NOT = O-K AND MRNF                  <PH2693>
      ****    MOVE LIFE-STATUZ         TO SYSR-STATUZ                   <PH2693>
      ****    MOVE LIFE-PARAMS         TO SYSR-PARAMS                   <PH2693>
      ****    PERFORM 600-FATAL-ERROR                                   <PH2693>
      **** END-IF.                                                      <PH2693>
      ****                                                              <PH2693>
      **** IF LIFE-STATUZ               = MRNF                          <PH2693>
      ****    INITIALIZE               LIFE-PARAMS                      <PH2693>
      **** END-IF.                                                      <PH2693>
      ****                                                              <PH2693>
      *  Contract type and the life's age and sex, as the snapshot      <PH2693>
      *  coverage row holds them.                                       <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  CHDRLIF-PARAMS.                  <PH2693>
           MOVE ZMES-CNTTYPE           TO CHDRLIF-CNTTYPE.              <PH2693>
      *                                                                 <PH2693>
           INITIALIZE                  LIFE-PARAMS.                     <PH2693>
           MOVE ZMES-ANBCCD            TO LIFE-ANB-AT-CCD.              <PH2693>
           MOVE ZMES-CLTSEX            TO LIFE-CLTSEX.                  <PH2693>
      *                                                                 <PH2693>
      *  Curtate duration in force, in years.
      *
           MOVE ZERO                   TO WSAA-DURIF.
           MOVE ITEMREC                TO ITEM-FORMAT.
           MOVE READR                  TO ITEM-FUNCTION.
      *
      **** CALL 'ITEMIO'            USING ITEM-PARAMS.                  <PH2695>
           CALL 'ZTBLCCH'           USING 'ITEM'                        <PH2695>
                                          ITEM-PARAMS                   <PH2695>
                                          TBLC-HITS                     <PH2695>
                                          TBLC-MISSES.                  <PH2695>
      *
           IF ITEM-STATUZ           NOT = O-K AND MRNF
              MOVE ITEM-STATUZ         TO SYSR-STATUZ
