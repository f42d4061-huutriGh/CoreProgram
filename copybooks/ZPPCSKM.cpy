           03  ZPPC-PREMTOT             PIC S9(13)V9(2) COMP-3.
           03  ZPPC-STATUZ              PIC X(04).
           03  ZPPC-TAXYEAR             PIC 9(04).
           03  ZPPC-TOPUPTOT            PIC S9(13)V9(2) COMP-3.
