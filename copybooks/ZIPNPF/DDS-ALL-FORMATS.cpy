           03  BANKCODE                 PIC X(04).
           03  CREDITAMT                PIC S9(11)V9(2) COMP-3.
           03  CREDITDATE               PIC 9(08).
           03  CREDITTIME               PIC 9(06).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  NARRATIVE                PIC X(78).
           03  PAYRBANKACC              PIC X(20).
           03  TRANREF                  PIC X(16).
           03  VIRTACCT                 PIC X(19).
