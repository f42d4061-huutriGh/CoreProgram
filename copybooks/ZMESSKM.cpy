       01  ZMES-PARAMS.
           03  ZMES-AGNTNUM             PIC X(08).
           03  ZMES-ANBCCD              PIC S9(03) COMP-3.
           03  ZMES-BILLFREQ            PIC X(02).
           03  ZMES-CHDRCOY             PIC X(01).
           03  ZMES-CHDRNUM             PIC X(08).
           03  ZMES-CHDRPSTAT           PIC X(02).
           03  ZMES-CHDRSTAT            PIC X(02).
           03  ZMES-CLTSEX              PIC X(01).
           03  ZMES-CNTBRANCH           PIC X(02).
           03  ZMES-CNTTYPE             PIC X(03).
           03  ZMES-COVERAGE            PIC X(02).
           03  ZMES-CRRCD               PIC 9(08).
           03  ZMES-CRTABLE             PIC X(04).
           03  ZMES-CURRFROM            PIC 9(08).
           03  ZMES-CURRTO              PIC 9(08).
           03  ZMES-FORMAT              PIC X(10).
           03  ZMES-FUNCTION            PIC X(05).
           03  ZMES-INSTPREM            PIC S9(13)V9(02) COMP-3.
           03  ZMES-LIFE                PIC X(02).
           03  ZMES-LOANBAL             PIC S9(13)V9(02) COMP-3.
           03  ZMES-OCCDATE             PIC 9(08).
           03  ZMES-PSTATCODE           PIC X(02).
           03  ZMES-PTDATE              PIC 9(08).
           03  ZMES-RCESDTE             PIC 9(08).
           03  ZMES-RECTYPE             PIC X(01).
           03  ZMES-RIDER               PIC X(02).
           03  ZMES-SINSTAMT            PIC S9(11)V9(02) COMP-3.
           03  ZMES-SNAPDATE            PIC 9(08).
           03  ZMES-SNAPYM              PIC X(06).
           03  ZMES-STATCODE            PIC X(02).
           03  ZMES-STATUZ              PIC X(04).
           03  ZMES-SUMINS              PIC S9(13)V9(02) COMP-3.
           03  ZMES-TRANNO              PIC S9(05) COMP-3.
           03  ZMES-VALIDFLAG           PIC X(01).
