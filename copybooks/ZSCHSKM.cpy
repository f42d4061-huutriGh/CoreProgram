       01  ZSCH-PARAMS.
           03  ZSCH-APPDATE             PIC 9(08).
           03  ZSCH-BATCHKEY            PIC X(17).
           03  ZSCH-CHDRCOY             PIC X(01).
           03  ZSCH-CHDRNUM             PIC X(08).
           03  ZSCH-CHGDATA             PIC X(400).
           03  ZSCH-EFFDATE             PIC 9(08).
           03  ZSCH-ENTDATE             PIC 9(08).
           03  ZSCH-ERRCODE             PIC X(04).
           03  ZSCH-FORMAT              PIC X(10).
           03  ZSCH-FSUCO               PIC X(01).
           03  ZSCH-FUNCTION            PIC X(05).
           03  ZSCH-LANGUAGE            PIC X(01).
           03  ZSCH-PROG                PIC X(05).
           03  ZSCH-SCHSTAT             PIC X(01).
           03  ZSCH-STATUZ              PIC X(04).
           03  ZSCH-TRANNO              PIC S9(05) COMP-3.
           03  ZSCH-USERID              PIC X(08).
