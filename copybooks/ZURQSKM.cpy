       01  ZURQ-PARAMS.
           03  ZURQ-CHDRCOY             PIC X(01).
           03  ZURQ-CHDRNUM             PIC X(08).
           03  ZURQ-CLINIC              PIC X(08).
           03  ZURQ-COVERAGE            PIC X(02).
           03  ZURQ-FORMAT              PIC X(10).
           03  ZURQ-FUNCTION            PIC X(05).
