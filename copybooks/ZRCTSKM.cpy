       01  ZRCT-PARAMS.
           03  ZRCT-AUTHLIMIT           PIC S9(13)V9(02) COMP-3.
           03  ZRCT-BRANCH              PIC X(03).
           03  ZRCT-CYCLE               PIC X(06).
           03  ZRCT-DATA-KEY            PIC X(30).
           03  ZRCT-DECIDEBY            PIC X(08).
           03  ZRCT-DECIDEDT            PIC 9(08).
           03  ZRCT-DECISION            PIC X(01).
           03  ZRCT-DORMFLAG            PIC X(01).
           03  ZRCT-FORMAT              PIC X(10).
           03  ZRCT-FUNCTION            PIC X(05).
           03  ZRCT-LASTCHKD            PIC 9(08).
           03  ZRCT-LASTMADE            PIC 9(08).
           03  ZRCT-LASTRUN             PIC 9(08).
           03  ZRCT-LASTUSED            PIC 9(08).
           03  ZRCT-MCLIMIT             PIC S9(13)V9(02) COMP-3.
           03  ZRCT-REVWDATE            PIC 9(08).
           03  ZRCT-SODFLAG             PIC X(01).
           03  ZRCT-STAFFNAME           PIC X(30).
           03  ZRCT-STATUZ              PIC X(04).
           03  ZRCT-TRANCODE            PIC X(04).
           03  ZRCT-USERID              PIC X(08).
