       01  TV126-TV126-REC.
           03  TV126-SVFACTS.
               05  TV126-SVFACT         PIC S9(05)V9(04) COMP-3
                                        OCCURS 60 TIMES.
           03  TV126-PUAPCT             PIC S9(03)V9(02) COMP-3.
           03  TV126-DIVIND             PIC X(01).
