               05  S5364-RELCODE           PIC X(02).
           03  S5364-ERROR-INDICATORS.
               05  S5364-CHDRNUM-ERR       PIC X(04).
               05  S5364-CLNTNUM-ERR       PIC X(04).
               05  S5364-LIFCNUM-ERR       PIC X(04).
               05  S5364-OVRAUTH-ERR       PIC X(04).
               05  S5364-OVRREASON-ERR     PIC X(04).
