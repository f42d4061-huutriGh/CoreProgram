           03  ZLGT-PREMCOLL            PIC S9(13)V9(02) COMP-3.
           03  ZLGT-RERUNIND            PIC X(01).
           03  ZLGT-RPTMONTH            PIC 9(02).
           03  ZLGT-RPLCNT              PIC 9(07).
           03  ZLGT-RPTYEAR             PIC 9(04).
           03  ZLGT-STATUZ              PIC X(04).
