           03  APPREF                   PIC X(16).
           03  BILLCHNL                 PIC X(02).
           03  BILLFREQ                 PIC X(02).
           03  BNKBRANCH                PIC X(10).
           03  CLTDOB                   PIC 9(08).
           03  CLTSEX                   PIC X(01).
           03  CNTTYPE                  PIC X(03).
           03  INSTPREM                 PIC S9(11)V9(2) COMP-3.
           03  LGIVNAME                 PIC X(30).
           03  LSURNAME                 PIC X(30).
           03  PARTNER                  PIC X(04).
           03  PROPDTE                  PIC 9(08).
           03  REFERRER                 PIC X(10).
           03  SECUITYNO                PIC X(20).
           03  SRCEBUS                  PIC X(02).
           03  SUMINS                   PIC S9(13)V9(02) COMP-3.
