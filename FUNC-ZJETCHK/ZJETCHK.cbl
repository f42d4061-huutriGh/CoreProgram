      * Caller: P6378 pre-issue validation.  An age above every
      * band, or a missing TV111 item, always answers 'N' - never
      * jet what the table does not explicitly allow.
      *                                                                 <PH2691>
      * P5074AT also calls it at issue, for the total sum at risk       <PH2691>
      * on the life before automatic reinsurance cession.  A            <PH2691>
      * contract in ZJET-EXCL-CHDRNUM is left out of the total,         <PH2691>
      * so the contract being issued is not counted twice.              <PH2691>
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      * 02/09/26  01/01   PH2619       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2691       Phi Tran - IT DEV                    *
      *           A contract may be excluded from the aggregated total      *
      *           (ZJET-EXCL-CHDRNUM), for the cession calculation at       *
      *           issue in P5074AT.                                         *
      *                                                                     *
      **DD/MM/YY*************************************************************
      *
       ENVIRONMENT DIVISION.
              GO TO 169-EXIT
           END-IF.
      *
      **** IF CLRR-FOREPFX              = 'CH'                          <PH2691>
           IF  CLRR-FOREPFX             = 'CH'                          <PH2691>
           AND CLRR-FORENUM (1:8)   NOT = ZJET-EXCL-CHDRNUM             <PH2691>
              PERFORM 200-SUM-CONTRACT
           END-IF.
      *
