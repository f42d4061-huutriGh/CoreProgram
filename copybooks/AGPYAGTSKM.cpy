           03  AGPYAGT-FUNCTION         PIC X(05).
           03  AGPYAGT-RRN              PIC X(30).
           03  AGPYAGT-STATUZ           PIC X(04).
           03  AGPYAGT-AGNTNUM          PIC X(08).
           03  AGPYAGT-BATCCOY          PIC X(01).
           03  AGPYAGT-ORIGAMT          PIC S9(11)V9(02) COMP-3.
           03  AGPYAGT-RDOCNUM          PIC X(08).
           03  AGPYAGT-WHTAMT           PIC S9(11)V9(02) COMP-3.
           03  AGPYAGT-ZWHTFLG          PIC X(01).
