         10 PM-COUNTER   PIC 9(3).
      05 PM-ITEM-DESC PIC X(20).
      05 PM-PRODUCT   PIC 9(6)V99.
      05 PM-TAX       PIC 9(6)V99.
      05 PM-TAX-CODE  PIC X(1).
