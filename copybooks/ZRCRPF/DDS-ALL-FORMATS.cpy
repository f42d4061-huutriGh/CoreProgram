           03  AUTHLIMIT                PIC S9(13)V9(02) COMP-3.
           03  BRANCH                   PIC X(03).
           03  CYCLE                    PIC X(06).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DECIDEBY                 PIC X(08).
           03  DECIDEDT                 PIC 9(08).
           03  DECISION                 PIC X(01).
           03  DORMFLAG                 PIC X(01).
           03  LASTCHKD                 PIC 9(08).
           03  LASTMADE                 PIC 9(08).
           03  LASTRUN                  PIC 9(08).
           03  LASTUSED                 PIC 9(08).
           03  MCLIMIT                  PIC S9(13)V9(02) COMP-3.
           03  RUNDATE                  PIC 9(08).
           03  SODFLAG                  PIC X(01).
           03  STAFFNAME                PIC X(30).
           03  TRANCODE                 PIC X(04).
           03  USERID                   PIC X(08).
