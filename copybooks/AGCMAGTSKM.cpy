       01  AGCMAGT-PARAMS.
           03  AGCMAGT-AGNTNUM          PIC X(08).
           03  AGCMAGT-CEDAGENT         PIC X(08).
           03  AGCMAGT-CHDRCOY          PIC X(01).
           03  AGCMAGT-CHDRNUM          PIC X(08).
           03  AGCMAGT-COMERN           PIC S9(11)V9(2) COMP-3.
           03  AGCMAGT-COVERAGE         PIC X(02).
           03  AGCMAGT-FORMAT           PIC X(10).
           03  AGCMAGT-FUNCTION         PIC X(05).
           03  AGCMAGT-LIFE             PIC X(02).
           03  AGCMAGT-OVRDCAT          PIC X(01).
           03  AGCMAGT-PLAN-SUFFIX      PIC S9(04) COMP-3.
           03  AGCMAGT-RIDER            PIC X(02).
           03  AGCMAGT-RNLCEARN         PIC S9(11)V9(2) COMP-3.
           03  AGCMAGT-SEQNO            PIC S9(08) COMP-3.
           03  AGCMAGT-STATUZ           PIC X(04).
           03  AGCMAGT-VALIDFLAG        PIC X(01).
