           03  CHDRCOY                  PIC X(01).
           03  CHDRNUM                  PIC X(08).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DIFFNET                  PIC S9(13)V9(02) COMP-3.
           03  DIFFVAT                  PIC S9(13)V9(02) COMP-3.
           03  GLPREM                   PIC S9(13)V9(02) COMP-3.
           03  GLTAX                    PIC S9(13)V9(02) COMP-3.
           03  INVNET                   PIC S9(13)V9(02) COMP-3.
           03  INVVAT                   PIC S9(13)V9(02) COMP-3.
           03  LINETYP                  PIC X(01).
           03  RECCAT                   PIC X(01).
           03  RECMTH                   PIC 9(06).
           03  REPDATE                  PIC 9(08).
           03  TIMEDIFF                 PIC S9(13)V9(02) COMP-3.
           03  TXCODE                   PIC X(01).
           03  UNEXDIFF                 PIC S9(13)V9(02) COMP-3.
           03  UNINVAMT                 PIC S9(13)V9(02) COMP-3.
           03  VOIDAMT                  PIC S9(13)V9(02) COMP-3.
