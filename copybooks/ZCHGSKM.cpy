       01  ZCHG-PARAMS.
           03  ZCHG-CHGDATE             PIC 9(08).
           03  ZCHG-CHGSEQ              PIC 9(03).
           03  ZCHG-CHGTIME             PIC 9(06).
           03  ZCHG-CLNTCOY             PIC X(01).
           03  ZCHG-CLNTNUM             PIC X(08).
           03  ZCHG-CLNTPFX             PIC X(02).
           03  ZCHG-DATA-KEY            PIC X(30).
           03  ZCHG-FLDGRP              PIC X(01).
           03  ZCHG-FLDNAME             PIC X(10).
           03  ZCHG-FORMAT              PIC X(10).
           03  ZCHG-FUNCTION            PIC X(05).
           03  ZCHG-NEWVAL              PIC X(50).
           03  ZCHG-OLDVAL              PIC X(50).
           03  ZCHG-STATUZ              PIC X(04).
           03  ZCHG-TERMID              PIC X(10).
           03  ZCHG-USERID              PIC X(08).
           03  ZCHG-VALIDFLAG           PIC X(01).
