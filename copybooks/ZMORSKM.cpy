       01  ZMOR-PARAMS.
           03  ZMOR-AREA                PIC X(30).
           03  ZMOR-AREATYPE            PIC X(01).
           03  ZMOR-ENDDATE             PIC 9(08).
           03  ZMOR-FORMAT              PIC X(10).
           03  ZMOR-FUNCTION            PIC X(05).
           03  ZMOR-GRACEXT             PIC 9(03).
           03  ZMOR-INTWAIVE            PIC X(01).
           03  ZMOR-MORCOY              PIC X(01).
           03  ZMOR-MORDESC             PIC X(30).
           03  ZMOR-MORREF              PIC X(10).
           03  ZMOR-MORSTAT             PIC X(01).
           03  ZMOR-NONOTICE            PIC X(01).
           03  ZMOR-STATUZ              PIC X(04).
           03  ZMOR-STRTDATE            PIC 9(08).
           03  ZMOR-USERID              PIC X(08).
