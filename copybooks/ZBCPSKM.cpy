       01  ZBCP-PARAMS.
           03  ZBCP-BNKBRANCH           PIC X(10).
           03  ZBCP-CHDRCOY             PIC X(01).
           03  ZBCP-CHDRNUM             PIC X(08).
           03  ZBCP-CRTDATE             PIC 9(08).
           03  ZBCP-FORMAT              PIC X(10).
           03  ZBCP-FUNCTION            PIC X(05).
           03  ZBCP-PARTNER             PIC X(04).
           03  ZBCP-REFERRER            PIC X(10).
           03  ZBCP-STATUZ              PIC X(04).
           03  ZBCP-USERID              PIC X(08).
