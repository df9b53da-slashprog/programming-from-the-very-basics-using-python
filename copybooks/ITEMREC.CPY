      05 IM-ITEM-CODE   PIC X(8).
      05 IM-ITEM-DESC   PIC X(20).
      05 IM-ACTIVE-FLAG PIC X(1).
      05 IM-STATUS-DATE PIC 9(8).
      05 IM-TAX-EXEMPT  PIC X(1).
