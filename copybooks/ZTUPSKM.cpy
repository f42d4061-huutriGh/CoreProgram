       01  ZTUP-PARAMS.
           03  ZTUP-ALOCDATE            PIC 9(08).
           03  ZTUP-CHDRCOY             PIC X(01).
           03  ZTUP-CHDRNUM             PIC X(08).
           03  ZTUP-CHGAMT              PIC S9(11)V9(2) COMP-3.
           03  ZTUP-EFFDATE             PIC 9(08).
           03  ZTUP-FORMAT              PIC X(10).
           03  ZTUP-FUNCTION            PIC X(05).
           03  ZTUP-NETAMT              PIC S9(11)V9(2) COMP-3.
           03  ZTUP-SPLITIND            PIC X(01).
           03  ZTUP-SPLIT.
               05  ZTUP-VRTFUND         PIC X(04) OCCURS 5 TIMES.
               05  ZTUP-ALOCPC          PIC S9(03)V9(02) COMP-3
                                        OCCURS 5 TIMES.
           03  ZTUP-STATUZ              PIC X(04).
           03  ZTUP-TOPUPAMT            PIC S9(11)V9(2) COMP-3.
           03  ZTUP-TRANNO              PIC S9(05) COMP-3.
           03  ZTUP-TUPSTAT             PIC X(01).
