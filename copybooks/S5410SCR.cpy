       01  S5410-DATA-AREA.
           03  S5410-DATA-FIELDS.
               05  S5410-CLNTNUM           PIC X(08).
               05  S5410-CLNTNAME          PIC X(47).
               05  S5410-RECRUITER         PIC X(08).
               05  S5410-SALESUNT          PIC X(05).
               05  S5410-REGDATE           PIC 9(08).
               05  S5410-SANCSTAT          PIC X(01).
               05  S5410-SANCDATE          PIC 9(08).
               05  S5410-EXAMDATE          PIC 9(08).
               05  S5410-EXAMRSLT          PIC X(01).
               05  S5410-LICNO             PIC X(15).
               05  S5410-LICCLASS          PIC X(03).
               05  S5410-LICISSDT          PIC 9(08).
               05  S5410-LICEXPDT          PIC 9(08).
               05  S5410-DOCSTAT           PIC X(01).
               05  S5410-CANDSTAT          PIC X(01).
               05  S5410-AGNTNUM           PIC X(08).
           03  S5410-ERROR-INDICATORS.
               05  S5410-CLNTNUM-ERR       PIC X(04).
               05  S5410-RECRUITER-ERR     PIC X(04).
               05  S5410-SALESUNT-ERR      PIC X(04).
               05  S5410-EXAMDATE-ERR      PIC X(04).
               05  S5410-EXAMRSLT-ERR      PIC X(04).
               05  S5410-LICNO-ERR         PIC X(04).
               05  S5410-LICCLASS-ERR      PIC X(04).
               05  S5410-LICISSDT-ERR      PIC X(04).
               05  S5410-LICEXPDT-ERR      PIC X(04).
               05  S5410-DOCSTAT-ERR       PIC X(04).
