       01  ZCLMCLM-PARAMS.
           03  ZCLMCLM-APPRDATE         PIC 9(08).
           03  ZCLMCLM-BRANCH           PIC X(02).
           03  ZCLMCLM-CHDRCOY          PIC X(01).
           03  ZCLMCLM-CAUSECD          PIC X(04).
           03  ZCLMCLM-CHDRNUM          PIC X(08).
           03  ZCLMCLM-CLAIMDATE        PIC 9(08).
           03  ZCLMCLM-CLAMNUM          PIC X(08).
           03  ZCLMCLM-CLAMSTAT         PIC X(02).
           03  ZCLMCLM-CONTFLAG         PIC X(01).
           03  ZCLMCLM-DATA-AREA        PIC X(30).
           03  ZCLMCLM-DATA-KEY         PIC X(30).
           03  ZCLMCLM-DECLDATE         PIC 9(08).
           03  ZCLMCLM-DECLRSN          PIC X(04).
           03  ZCLMCLM-DURISS           PIC S9(03) COMP-3.
           03  ZCLMCLM-DURRST           PIC S9(03) COMP-3.
           03  ZCLMCLM-FORMAT           PIC X(10).
           03  ZCLMCLM-FUNCTION         PIC X(05).
           03  ZCLMCLM-INVREQCD         PIC X(04).
           03  ZCLMCLM-LIFCNUM          PIC X(08).
           03  ZCLMCLM-LIFE             PIC X(02).
           03  ZCLMCLM-NOTIFDATE        PIC 9(08).
           03  ZCLMCLM-RESVAMT          PIC S9(11)V9(2) COMP-3.
           03  ZCLMCLM-RFNDAMT          PIC S9(11)V9(2) COMP-3.
           03  ZCLMCLM-STATUZ           PIC X(04).
           03  ZCLMCLM-TRANNO           PIC S9(05) COMP-3.
