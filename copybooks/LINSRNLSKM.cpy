           03  LINSRNL-INSTFROM         PIC 9(08).
           03  LINSRNL-INSTJCTL         PIC X(30).
           03  LINSRNL-INSTTO           PIC 9(08).
           03  LINSRNL-INSTTYPE         PIC X(01).
           03  LINSRNL-MANDREF          PIC X(30).
           03  LINSRNL-PAYFLAG          PIC X(30).
           03  LINSRNL-PAYRSEQNO        PIC S9(05) COMP-3.
           03  LINSRNL-STATUZ           PIC X(04).
           03  LINSRNL-TAXRELMTH        PIC X(30).
           03  LINSRNL-TRANNO           PIC S9(05) COMP-3.
           03  LINSRNL-TRANSCODE        PIC X(30).
           03  LINSRNL-VALIDFLAG        PIC X(30).
