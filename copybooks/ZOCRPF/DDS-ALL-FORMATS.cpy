           03  AGNTNUM                  PIC X(08).
           03  ANNPREM                  PIC S9(13)V9(02) COMP-3.
           03  CHDRNUM                  PIC X(08).
           03  CLNTNUM                  PIC X(08).
           03  CNTBRANCH                PIC X(02).
           03  CNTTYPE                  PIC X(03).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  OCSROLE                  PIC X(02).
           03  OCSTYPE                  PIC X(01).
           03  OWNCNT                   PIC 9(07).
           03  RECTYPE                  PIC X(01).
           03  RELCNT                   PIC 9(07).
           03  RELCODE                  PIC X(02).
           03  RPTMONTH                 PIC 9(02).
           03  RPTYEAR                  PIC 9(04).
