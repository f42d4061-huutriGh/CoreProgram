       01  TV154-TV154-REC.
           03  TV154-MGRUSERS.
               05  TV154-MGRUSER        PIC X(08) OCCURS 5.
