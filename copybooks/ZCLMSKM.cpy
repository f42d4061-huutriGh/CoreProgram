           03  ZCLM-CLAIMDATE           PIC 9(08).
           03  ZCLM-CLAMNUM             PIC X(08).
           03  ZCLM-CLAMSTAT            PIC X(02).
           03  ZCLM-CONTFLAG            PIC X(01).
           03  ZCLM-DATA-AREA           PIC X(30).
           03  ZCLM-DATA-KEY            PIC X(30).
           03  ZCLM-DECLDATE            PIC 9(08).
           03  ZCLM-DECLRSN             PIC X(04).
           03  ZCLM-DURISS              PIC S9(03) COMP-3.
           03  ZCLM-DURRST              PIC S9(03) COMP-3.
           03  ZCLM-FORMAT              PIC X(10).
           03  ZCLM-FUNCTION            PIC X(05).
           03  ZCLM-INVREQCD            PIC X(04).
           03  ZCLM-LIFCNUM             PIC X(08).
           03  ZCLM-LIFE                PIC X(02).
           03  ZCLM-NOTIFDATE           PIC 9(08).
           03  ZCLM-RESVAMT             PIC S9(11)V9(2) COMP-3.
           03  ZCLM-RFNDAMT             PIC S9(11)V9(2) COMP-3.
           03  ZCLM-STATUZ              PIC X(04).
           03  ZCLM-TRANNO              PIC S9(05) COMP-3.
