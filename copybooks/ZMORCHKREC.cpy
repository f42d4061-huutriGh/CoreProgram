       01  ZMCK-ZMORCHK-REC.
           03  ZMCK-STATUZ              PIC X(04).
           03  ZMCK-CHDRCOY             PIC X(01).
           03  ZMCK-CHDRNUM             PIC X(08).
           03  ZMCK-EFFDATE             PIC 9(08).
           03  ZMCK-TODATE              PIC 9(08).
           03  ZMCK-COVERED             PIC X(01).
           03  ZMCK-MORREF              PIC X(10).
           03  ZMCK-AREATYPE            PIC X(01).
           03  ZMCK-AREA                PIC X(30).
           03  ZMCK-STRTDATE            PIC 9(08).
           03  ZMCK-ENDDATE             PIC 9(08).
           03  ZMCK-GRACEND             PIC 9(08).
           03  ZMCK-NONOTICE            PIC X(01).
           03  ZMCK-INTWAIVE            PIC X(01).
