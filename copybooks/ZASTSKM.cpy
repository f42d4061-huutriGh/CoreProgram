       01  ZAST-PARAMS.
           03  ZAST-ADVAMT              PIC S9(11)V9(02) COMP-3.
           03  ZAST-AGNTCOY             PIC X(01).
           03  ZAST-AGNTNUM             PIC X(08).
           03  ZAST-BALANCE             PIC S9(11)V9(02) COMP-3.
           03  ZAST-CEDAGENT            PIC X(08).
           03  ZAST-CHDRNUM             PIC X(08).
           03  ZAST-CLWAMT              PIC S9(11)V9(02) COMP-3.
           03  ZAST-CUMFYC              PIC S9(13)V9(02) COMP-3.
           03  ZAST-CUMREN              PIC S9(13)V9(02) COMP-3.
           03  ZAST-FORMAT              PIC X(10).
           03  ZAST-FUNCTION            PIC X(05).
           03  ZAST-FYCAMT              PIC S9(11)V9(02) COMP-3.
           03  ZAST-GROSSPD             PIC S9(11)V9(02) COMP-3.
           03  ZAST-LINETYP             PIC X(01).
           03  ZAST-LTRCHNL             PIC X(01).
           03  ZAST-NETPAID             PIC S9(11)V9(02) COMP-3.
           03  ZAST-OVRAMT              PIC S9(11)V9(02) COMP-3.
           03  ZAST-PAYCNT              PIC S9(05) COMP-3.
           03  ZAST-PRTCNT              PIC S9(03) COMP-3.
           03  ZAST-RECONDIF            PIC S9(11)V9(02) COMP-3.
           03  ZAST-RECONFLG            PIC X(01).
           03  ZAST-REFNO               PIC S9(05) COMP-3.
           03  ZAST-RENAMT              PIC S9(11)V9(02) COMP-3.
           03  ZAST-RUNDATE             PIC 9(08).
           03  ZAST-STATUZ              PIC X(04).
           03  ZAST-STMTYM              PIC 9(06).
           03  ZAST-TAXAMT              PIC S9(11)V9(02) COMP-3.
