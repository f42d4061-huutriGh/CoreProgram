           03  CEDPREM                  PIC S9(13)V9(02) COMP-3.
           03  CHDRNUM                  PIC X(08).
           03  CLAMNUM                  PIC X(08).
           03  COVERAGE                 PIC X(02).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DIRECTN                  PIC X(01).
           03  ITEMDATE                 PIC 9(08).
           03  LIFE                     PIC X(02).
           03  LINETYP                  PIC X(01).
           03  NETBAL                   PIC S9(13)V9(02) COMP-3.
           03  RASNAME                  PIC X(30).
           03  RASNUM                   PIC X(08).
           03  RATREATY                 PIC X(04).
           03  RCVAMT                   PIC S9(13)V9(02) COMP-3.
           03  REPDATE                  PIC 9(08).
           03  RICOMM                   PIC S9(13)V9(02) COMP-3.
           03  RICOMMPC                 PIC S9(03)V9(02).
           03  RIDER                    PIC X(02).
           03  STMTQTR                  PIC X(06).
