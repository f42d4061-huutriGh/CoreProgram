       01  ZDOCCHD-PARAMS.
           03  ZDOCCHD-CHDRCOY             PIC X(01).
           03  ZDOCCHD-CHDRNUM             PIC X(08).
           03  ZDOCCHD-CLAMNUM             PIC X(08).
           03  ZDOCCHD-CLNTNUM             PIC X(08).
           03  ZDOCCHD-DOCID               PIC X(20).
           03  ZDOCCHD-DOCTYPE             PIC X(04).
           03  ZDOCCHD-FORMAT              PIC X(10).
           03  ZDOCCHD-FUNCTION            PIC X(05).
           03  ZDOCCHD-LIFE                PIC X(02).
           03  ZDOCCHD-LOADDATE            PIC 9(08).
           03  ZDOCCHD-REQSEQ              PIC S9(03) COMP-3.
           03  ZDOCCHD-REQTYPE             PIC X(01).
           03  ZDOCCHD-SCANDATE            PIC 9(08).
           03  ZDOCCHD-STATUZ              PIC X(04).
