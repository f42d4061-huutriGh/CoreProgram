       01  ZIDV-PARAMS.
           03  ZIDV-CLNTCOY             PIC X(01).
           03  ZIDV-CLNTNUM             PIC X(08).
           03  ZIDV-CLNTPFX             PIC X(02).
           03  ZIDV-DATA-KEY            PIC X(30).
           03  ZIDV-DOBMIS              PIC X(01).
           03  ZIDV-FORMAT              PIC X(10).
           03  ZIDV-FUNCTION            PIC X(05).
           03  ZIDV-IDMIS               PIC X(01).
           03  ZIDV-IDVDATE             PIC 9(08).
           03  ZIDV-IDVSTAT             PIC X(01).
           03  ZIDV-NAMMIS              PIC X(01).
           03  ZIDV-REQDATE             PIC 9(08).
           03  ZIDV-RESPREF             PIC X(16).
           03  ZIDV-SENTDATE            PIC 9(08).
           03  ZIDV-STATUZ              PIC X(04).
           03  ZIDV-VALIDFLAG           PIC X(01).
