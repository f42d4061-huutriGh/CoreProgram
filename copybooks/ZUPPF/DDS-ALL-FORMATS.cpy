           03  CNTTYPE                  PIC X(03).
           03  COMPCNT                  PIC 9(05).
           03  CRTABLE                  PIC X(04).
           03  CURRCODE                 PIC X(03).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  INSTPREM                 PIC S9(13)V9(02) COMP-3.
           03  PRVUPR                   PIC S9(13)V9(02) COMP-3.
           03  RECTYPE                  PIC X(01).
           03  RUNDATE                  PIC 9(08).
           03  UPRAMT                   PIC S9(13)V9(02) COMP-3.
           03  UPRMOVE                  PIC S9(13)V9(02) COMP-3.
           03  VALDATE                  PIC 9(08).
           03  VALYM                    PIC 9(06).
