       01  ZDOC-PARAMS.
           03  ZDOC-CHDRCOY             PIC X(01).
           03  ZDOC-CHDRNUM             PIC X(08).
           03  ZDOC-CLAMNUM             PIC X(08).
           03  ZDOC-CLNTNUM             PIC X(08).
           03  ZDOC-DOCID               PIC X(20).
           03  ZDOC-DOCTYPE             PIC X(04).
           03  ZDOC-FORMAT              PIC X(10).
           03  ZDOC-FUNCTION            PIC X(05).
           03  ZDOC-LIFE                PIC X(02).
           03  ZDOC-LOADDATE            PIC 9(08).
           03  ZDOC-REQSEQ              PIC S9(03) COMP-3.
           03  ZDOC-REQTYPE             PIC X(01).
           03  ZDOC-SCANDATE            PIC 9(08).
           03  ZDOC-STATUZ              PIC X(04).
