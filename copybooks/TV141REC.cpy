       01  TV141-TV141-REC.
           03  TV141-ALLOCPCT           PIC S9(03)V9(02) COMP-3.
           03  TV141-AMCPCT             PIC S9(03)V9(02) COMP-3.
           03  TV141-PROJRATES.
               05  TV141-PROJRATE       PIC S9(02)V9(02) COMP-3
                                        OCCURS 3 TIMES.
           03  TV141-PROJYRS            PIC 9(03).
           03  TV141-ULIND              PIC X(01).
