           03  ITEM-CNTTYPE             PIC S9(08) COMP-3.
           03  ITEM-DATA-AREA           PIC X(30).
           03  ITEM-DATA-KEY            PIC X(30).
           03  ITEM-DATIME              PIC X(26).
           03  ITEM-DESC                PIC X(30).
           03  ITEM-DESCRIPTION         PIC X(30).
           03  ITEM-DUE                 PIC X(30).
