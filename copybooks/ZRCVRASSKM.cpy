       01  ZRCVRAS-PARAMS.
           03  ZRCVRAS-CHDRCOY             PIC X(01).
           03  ZRCVRAS-CHDRNUM             PIC X(08).
           03  ZRCVRAS-CLAMNUM             PIC X(08).
           03  ZRCVRAS-COVERAGE            PIC X(02).
           03  ZRCVRAS-FORMAT              PIC X(10).
           03  ZRCVRAS-FUNCTION            PIC X(05).
           03  ZRCVRAS-LIFE                PIC X(02).
           03  ZRCVRAS-RAISDATE            PIC 9(08).
           03  ZRCVRAS-RASNUM              PIC X(08).
           03  ZRCVRAS-RATREATY            PIC X(04).
           03  ZRCVRAS-RCVAMT              PIC S9(13)V9(02) COMP-3.
           03  ZRCVRAS-RCVSEQ              PIC S9(03) COMP-3.
           03  ZRCVRAS-RCVSTAT             PIC X(01).
           03  ZRCVRAS-RECVDATE            PIC 9(08).
           03  ZRCVRAS-RIDER               PIC X(02).
           03  ZRCVRAS-STATUZ              PIC X(04).
           03  ZRCVRAS-STMTQTR             PIC X(06).
           03  ZRCVRAS-TRANNO              PIC S9(05) COMP-3.

