   01 SALE-RECORD.
      05 SA-LOCATION  PIC X(3).
      05 SA-ITEM-CODE PIC X(8).
      05 SA-QUANTITY  PIC 9(5).
      05 SA-AMOUNT    PIC 9(7)V99.
      05 SA-SALE-DATE PIC 9(8).
