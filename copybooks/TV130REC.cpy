       01  TV130-TV130-REC.
           03  TV130-BENTYPE            PIC X(01).
           03  TV130-DAYBEN             PIC S9(09)V9(02) COMP-3.
           03  TV130-EVTLIMIT           PIC S9(11)V9(02) COMP-3.
           03  TV130-YRLIMIT            PIC S9(11)V9(02) COMP-3.
           03  TV130-WAITDAYS           PIC 9(03).
