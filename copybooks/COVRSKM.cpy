           03  COVR-FORMAT              PIC X(10).
           03  COVR-FUNCTION            PIC X(05).
           03  COVR-INSTPREM            PIC S9(13)V9(02) COMP-3.
           03  COVR-JLIFE               PIC X(02).
           03  COVR-LIFE                PIC X(30).
           03  COVR-MORTCLS             PIC X(01).
           03  COVR-PLAN-SUFFIX         PIC S9(05) COMP-3.
           03  COVR-PREM-CESS-DATE      PIC 9(08).
           03  COVR-PSTATCODE           PIC X(30).
           03  COVR-RIDER               PIC X(30).
           03  COVR-RISK-CESS-DATE      PIC 9(08).
           03  COVR-STAT-FUND           PIC X(01).
           03  COVR-STATUZ              PIC X(04).
           03  COVR-SUMINS              PIC S9(13)V9(02) COMP-3.
           03  COVR-TRANNO              PIC S9(05) COMP-3.
           03  COVR-VALIDFLAG           PIC X(30).
