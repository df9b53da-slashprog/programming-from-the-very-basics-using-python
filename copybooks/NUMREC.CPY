      05 NR-NUMBER    PIC 9(3)V99.
      05 NR-ITEM-CODE PIC X(8).
      05 NR-ITEM-DESC PIC X(20).
      05 NR-LOCATION  PIC X(3).
