           03  ZRCV-RECVDATE            PIC 9(08).
           03  ZRCV-RIDER               PIC X(02).
           03  ZRCV-STATUZ              PIC X(04).
           03  ZRCV-STMTQTR             PIC X(06).
           03  ZRCV-TRANNO              PIC S9(05) COMP-3.
