       01  ZDOCCLM-PARAMS.
           03  ZDOCCLM-CHDRCOY             PIC X(01).
           03  ZDOCCLM-CHDRNUM             PIC X(08).
           03  ZDOCCLM-CLAMNUM             PIC X(08).
           03  ZDOCCLM-CLNTNUM             PIC X(08).
           03  ZDOCCLM-DOCID               PIC X(20).
           03  ZDOCCLM-DOCTYPE             PIC X(04).
           03  ZDOCCLM-FORMAT              PIC X(10).
           03  ZDOCCLM-FUNCTION            PIC X(05).
           03  ZDOCCLM-LIFE                PIC X(02).
           03  ZDOCCLM-LOADDATE            PIC 9(08).
           03  ZDOCCLM-REQSEQ              PIC S9(03) COMP-3.
           03  ZDOCCLM-REQTYPE             PIC X(01).
           03  ZDOCCLM-SCANDATE            PIC 9(08).
           03  ZDOCCLM-STATUZ              PIC X(04).
