       01  ZLRW-PARAMS.
           03  ZLRW-AGNTNUM             PIC X(08).
           03  ZLRW-ANNPREM             PIC S9(11)V9(02) COMP-3.
           03  ZLRW-BRANCH              PIC X(02).
           03  ZLRW-CHDRCOY             PIC X(01).
           03  ZLRW-CHDRNUM             PIC X(08).
           03  ZLRW-CONTDATE            PIC 9(08).
           03  ZLRW-DATA-KEY            PIC X(30).
           03  ZLRW-FORMAT              PIC X(10).
           03  ZLRW-FUNCTION            PIC X(05).
           03  ZLRW-LASTSCRD            PIC 9(08).
           03  ZLRW-ORPHAN              PIC X(01).
           03  ZLRW-OUTCOME             PIC X(02).
           03  ZLRW-RISKSCORE           PIC 9(03).
           03  ZLRW-SIGNALS             PIC X(40).
           03  ZLRW-STATUZ              PIC X(04).
           03  ZLRW-USERID              PIC X(08).
           03  ZLRW-WLDATE              PIC 9(08).
           03  ZLRW-WRKSTAT             PIC X(01).
