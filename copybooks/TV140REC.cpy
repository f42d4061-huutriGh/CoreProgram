       01  TV140-TV140-REC.
           03  TV140-SALESTRT           PIC 9(08).
           03  TV140-LASTAPPL           PIC 9(08).
           03  TV140-LASTISSU           PIC 9(08).
           03  TV140-GRACDAYS           PIC 9(03).
           03  TV140-WARNDAYS           PIC 9(03).
