       01  TV161-TV161-REC.
           03  TV161-AUTOCAP            PIC S9(13)V9(02).
           03  TV161-FACRAS             PIC X(08).
           03  TV161-FACREQ             PIC X(04).
           03  TV161-FACTRTY            PIC X(04).
           03  TV161-RASNUM             PIC X(08).
           03  TV161-RATREATY           PIC X(04).
           03  TV161-RETENTN            PIC S9(13)V9(02).
