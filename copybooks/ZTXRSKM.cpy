       01  ZTXR-PARAMS.
           03  ZTXR-CHDRCOY             PIC X(01).
           03  ZTXR-CHDRNUM             PIC X(08).
           03  ZTXR-DIFFNET             PIC S9(13)V9(02) COMP-3.
           03  ZTXR-DIFFVAT             PIC S9(13)V9(02) COMP-3.
           03  ZTXR-FORMAT              PIC X(10).
           03  ZTXR-FUNCTION            PIC X(05).
           03  ZTXR-GLPREM              PIC S9(13)V9(02) COMP-3.
           03  ZTXR-GLTAX               PIC S9(13)V9(02) COMP-3.
           03  ZTXR-INVCNT              PIC S9(05) COMP-3.
           03  ZTXR-INVNET              PIC S9(13)V9(02) COMP-3.
           03  ZTXR-INVVAT              PIC S9(13)V9(02) COMP-3.
           03  ZTXR-RECCAT              PIC X(01).
           03  ZTXR-RECMTH              PIC 9(06).
           03  ZTXR-STATUZ              PIC X(04).
           03  ZTXR-TXCODE              PIC X(01).
           03  ZTXR-VOIDAMT             PIC S9(13)V9(02) COMP-3.
