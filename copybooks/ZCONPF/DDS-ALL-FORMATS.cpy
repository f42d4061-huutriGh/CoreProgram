           03  BRANCH                   PIC X(02).
           03  CHDRCOY                  PIC X(01).
           03  CHDRNUM                  PIC X(08).
           03  CLAMNUM                  PIC X(08).
           03  CLAMSTAT                 PIC X(02).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DECLRSN                  PIC X(04).
           03  DURISS                   PIC S9(03) COMP-3.
           03  DURRST                   PIC S9(03) COMP-3.
           03  INVREQCD                 PIC X(04).
           03  NOTIFDATE                PIC 9(08).
           03  OUTCOME                  PIC X(01).
           03  RAISDATE                 PIC 9(08).
           03  REPDATE                  PIC 9(08).
           03  REQSTAT                  PIC X(01).
           03  RESPDATE                 PIC 9(08).
           03  TURNDAYS                 PIC S9(05) COMP-3.
