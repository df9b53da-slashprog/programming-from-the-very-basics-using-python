   01 ITEM-COST-RECORD.
      05 CM-ITEM-CODE    PIC X(8).
      05 CM-UNIT-COST    PIC 9(3)V99.
      05 CM-MIN-MARGIN   PIC 9(2)V99.
      05 CM-LAST-CHANGED PIC 9(8).
