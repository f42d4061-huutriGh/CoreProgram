      *    2000-READ-FILE, 2500-EDIT, 3000-UPDATE, 3500-COMMIT,
      *    3600-ROLLBACK and 4000-CLOSE; 600-FATAL-ERROR and
      *    001-CALL-CONTOT are callable utility paragraphs, reached
      *    only by PERFORM, not part of the mainline sequence, as is
      *    002-LOG-REJECT, which puts the current record on the
      *    ZREJ batch reject register.
      *
       0000-MAIN SECTION.
      *******************
      *    written by the matching 'ENDR' call after close-down.
      *    WSAA-CYCLE-CNT, declared by every batch program, carries
      *    the primary record count into the history.
      *
      *    Table cache: a program reading the same smart-table rows
      *    record after record calls ZTBLCCH ('ITEM' / 'ITDM') in
      *    place of ITEMIO / ITDMIO.  The cache is emptied here and
      *    its hit and miss counts (TBLC-HITS / TBLC-MISSES) go into
      *    the run history with the record count.
      *
           MOVE ZERO                   TO WSAA-CYCLE-CNT.
           MOVE 'N'                    TO ZSTP-STOPPED.
           CALL 'ZTBLCCH'           USING 'STRT'
                                          WSAA-PROG
                                          TBLC-HITS
                                          TBLC-MISSES.
           CALL 'ZRUNHST'           USING 'STRT'
                                          WSAA-PROG
                                          BSSC-SCHEDULE-NUMBER
                                          BSPR-PROCESS-OCC-NUM
                                          WSAA-CYCLE-CNT
                                          TBLC-HITS
                                          TBLC-MISSES.
      *
      *    Reject register: a program that passes a record over for
      *    a reason an operator can put right (a softlock, a missing
      *    table item, a failed validation) moves the record's key
      *    to ZRJL-ENTITY as it reads it and, on the reject, the
      *    reason code and message to ZRJL-REASON / ZRJL-MESSAGE and
      *    performs 002-LOG-REJECT.  A re-drive run - the TV123 item
      *    for the program holds the re-drive flag and a re-drive
      *    date equal to this run's effective date - reprocesses
      *    only the keys outstanding on the register, marking each
      *    one resolved or re-rejected.
      *
           MOVE 'N'                    TO ZRJL-REDRIVE
                                          ZRJL-REJECTED.
           MOVE SPACES                 TO ZRJL-ENTITY
                                          ZRJL-REASON
                                          ZRJL-MESSAGE.
           CALL 'ZREJLOG'           USING 'STRT'
                                          BSPR-COMPANY
                                          WSAA-PROG
                                          BSSC-EFFECTIVE-DATE
                                          ZRJL-ENTITY
                                          ZRJL-REASON
                                          ZRJL-MESSAGE
                                          ZRJL-STATUZ
                                          ZRJL-REDRIVE.
      *
           IF ZRJL-STATUZ           NOT = O-K
              MOVE ZRJL-STATUZ         TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRJL-REDRIVE              = 'Y'
              DISPLAY WSAA-PROG ' RE-DRIVE RUN - REGISTERED REJECTS'
                      ' ONLY'
           END-IF.
      *
           PERFORM 0900-RESTART        THRU 0990-EXIT.
           PERFORM 1000-INITIALISE     THRU 1090-EXIT.
                                          WSAA-PROG
                                          BSSC-SCHEDULE-NUMBER
                                          BSPR-PROCESS-OCC-NUM
                                          WSAA-CYCLE-CNT
                                          TBLC-HITS
                                          TBLC-MISSES.
      *
           GOBACK.
      *
      *    A record with WSSP-EDTERROR set to other than O-K by
      *    2000-READ-FILE or 2500-EDIT is simply skipped.
      *
      *    In a re-drive run a record whose key is not outstanding
      *    on the reject register is skipped before the edit, and a
      *    registered one that goes through the update without a
      *    fresh reject is marked resolved.
      *
      *    Every 1000 records the operator stop-request flag is
      *    checked (ZSTOPCHK reads the TV123 item for the program,
      *    '***' for a global stop) - often enough to stop within
       0020-PROCESS-FILE.
      *
           ADD 1                       TO WSAA-CYCLE-CNT.
           MOVE 'N'                    TO ZRJL-REJECTED.
      *
           IF  WSSP-EDTERROR            = O-K
           AND ZRJL-REDRIVE             = 'Y'
               PERFORM 0030-REDRIVE-CHECK THRU 0039-EXIT
           END-IF.
      *
           IF WSSP-EDTERROR             = O-K
               PERFORM 2500-EDIT          THRU 2590-EXIT
               IF WSSP-EDTERROR         = O-K
                   PERFORM 3000-UPDATE       THRU 3090-EXIT
                   IF  ZRJL-REDRIVE     = 'Y'
                   AND ZRJL-REJECTED    = 'N'
                       PERFORM 0040-REDRIVE-RESOLVE THRU 0049-EXIT
                   END-IF
               END-IF
           END-IF.
      *
                                          BSSC-SCHEDULE-NUMBER
                                          BSPR-PROCESS-OCC-NUM
                                          WSAA-CYCLE-CNT
                                          TBLC-HITS
                                          TBLC-MISSES
                 GOBACK
              END-IF
           END-IF.
      *
       0029-EXIT.
           EXIT.
      *
       0030-REDRIVE-CHECK.
      *
           CALL 'ZREJLOG'           USING 'CHCK'
                                          BSPR-COMPANY
                                          WSAA-PROG
                                          BSSC-EFFECTIVE-DATE
                                          ZRJL-ENTITY
                                          ZRJL-REASON
                                          ZRJL-MESSAGE
                                          ZRJL-STATUZ
                                          ZRJL-ONREG.
      *
           IF ZRJL-STATUZ           NOT = O-K
              MOVE ZRJL-STATUZ         TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           IF ZRJL-ONREG            NOT = 'Y'
              MOVE SPACES              TO WSSP-EDTERROR
           END-IF.
      *
       0039-EXIT.
           EXIT.
      *
       0040-REDRIVE-RESOLVE.
      *
           CALL 'ZREJLOG'           USING 'RSLV'
                                          BSPR-COMPANY
                                          WSAA-PROG
                                          BSSC-EFFECTIVE-DATE
                                          ZRJL-ENTITY
                                          ZRJL-REASON
                                          ZRJL-MESSAGE
                                          ZRJL-STATUZ
                                          ZRJL-ONREG.
      *
           IF ZRJL-STATUZ           NOT = O-K
              MOVE ZRJL-STATUZ         TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
       0049-EXIT.
           EXIT.
      *
       600-FATAL-ERROR SECTION.
      ****************************
               MOVE CONT-PARAMS        TO SYSR-PARAMS
               PERFORM 600-FATAL-ERROR
           END-IF.
      *
      *    Put the current record on the batch reject register: the
      *    caller has moved the key to ZRJL-ENTITY and the reason
      *    code and message to ZRJL-REASON and ZRJL-MESSAGE.
      *
       002-LOG-REJECT.
      *
           CALL 'ZREJLOG'           USING 'LOG '
                                          BSPR-COMPANY
                                          WSAA-PROG
                                          BSSC-EFFECTIVE-DATE
                                          ZRJL-ENTITY
                                          ZRJL-REASON
                                          ZRJL-MESSAGE
                                          ZRJL-STATUZ
                                          ZRJL-ONREG.
      *
           IF ZRJL-STATUZ           NOT = O-K
              MOVE ZRJL-STATUZ         TO SYSR-STATUZ
              PERFORM 600-FATAL-ERROR
           END-IF.
      *
           MOVE 'Y'                    TO ZRJL-REJECTED.
