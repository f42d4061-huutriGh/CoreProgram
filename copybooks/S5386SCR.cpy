               05  S5386-CHDRNUM-ERR       PIC X(04).
               05  S5386-NEWPAYR-ERR       PIC X(04).
               05  S5386-MANDREF-ERR       PIC X(04).
               05  S5386-EFFDATE-ERR       PIC X(04).
