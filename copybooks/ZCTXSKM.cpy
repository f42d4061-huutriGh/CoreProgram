       01  ZCTX-PARAMS.
           03  ZCTX-CLNTCOY             PIC X(01).
           03  ZCTX-CLNTNUM             PIC X(08).
           03  ZCTX-CLNTPFX             PIC X(02).
           03  ZCTX-DATA-KEY            PIC X(30).
           03  ZCTX-FORMAT              PIC X(10).
           03  ZCTX-FUNCTION            PIC X(05).
           03  ZCTX-INDADDR             PIC X(01).
           03  ZCTX-INDCDATE            PIC 9(08).
           03  ZCTX-INDICIA             PIC X(01).
           03  ZCTX-INDMAND             PIC X(01).
           03  ZCTX-INDNATL             PIC X(01).
           03  ZCTX-INDPHON             PIC X(01).
           03  ZCTX-SCERTDATE           PIC 9(08).
           03  ZCTX-SCERTIND            PIC X(01).
           03  ZCTX-STATUZ              PIC X(04).
           03  ZCTX-TAXID01             PIC X(20).
           03  ZCTX-TAXID02             PIC X(20).
           03  ZCTX-TAXID03             PIC X(20).
           03  ZCTX-TAXRES01            PIC X(03).
           03  ZCTX-TAXRES02            PIC X(03).
           03  ZCTX-TAXRES03            PIC X(03).
           03  ZCTX-TINRSN01            PIC X(01).
           03  ZCTX-TINRSN02            PIC X(01).
           03  ZCTX-TINRSN03            PIC X(01).
           03  ZCTX-VALIDFLAG           PIC X(01).
