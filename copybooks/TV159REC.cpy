       01  TV159-TV159-REC.
           03  TV159-EXAMTYPES.
               05  TV159-EXAMTYPE       PIC X(04) OCCURS 20.
           03  TV159-EXAMFEES.
               05  TV159-EXAMFEE        PIC S9(09)V9(02) OCCURS 20.
