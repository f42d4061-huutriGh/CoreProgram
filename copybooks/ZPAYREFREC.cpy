       01  ZPYR-ZPAYREF-REC.
           03  ZPYR-STATUZ              PIC X(04).
           03  ZPYR-FUNCTION            PIC X(05).
           03  ZPYR-COMPANY             PIC X(01).
           03  ZPYR-CHDRNUM             PIC X(08).
           03  ZPYR-PAYRSEQNO           PIC 9(02).
           03  ZPYR-EFFDATE             PIC 9(08).
           03  ZPYR-CLNTNUM             PIC X(08).
           03  ZPYR-PAYREF              PIC X(16).
           03  ZPYR-QRDATA              PIC X(120).
