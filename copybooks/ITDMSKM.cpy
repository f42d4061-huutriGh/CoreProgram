       01  ITDM-PARAMS.
           03  ITDM-DATA-AREA           PIC X(30).
           03  ITDM-DATA-KEY            PIC X(30).
           03  ITDM-DATIME              PIC X(26).
           03  ITDM-FORMAT              PIC X(10).
           03  ITDM-FUNCTION            PIC X(05).
           03  ITDM-GENAREA             PIC X(30).
