           03  AGNTNUM                  PIC X(08).
           03  BOOKNO                   PIC X(08).
           03  BRANCH                   PIC X(02).
           03  DDS-ALL-FORMATS          PIC X(30).
           03  DTETRM                   PIC 9(08).
           03  ITEMDESC                 PIC X(60).
           03  RECEIPT                  PIC X(09).
           03  RECTYPE                  PIC X(04).
           03  RUNDATE                  PIC 9(08).
           03  SLIPFROM                 PIC 9(08).
           03  SLIPTO                   PIC 9(08).
           03  USECNT                   PIC 9(03).
