   01 BELOW-COST-RECORD.
      05 BC-BUSINESS-DATE PIC 9(8).
      05 BC-RUN-ID        PIC 9(14).
      05 BC-ITEM-CODE     PIC X(8).
      05 BC-LOCATION      PIC X(3).
      05 BC-NUMBER        PIC 9(3)V99.
      05 BC-COUNTER       PIC 9(3).
      05 BC-DISCOUNT-PCT  PIC 9(2)V99.
      05 BC-NET-AMOUNT    PIC 9(6)V99.
      05 BC-NET-UNIT      PIC 9(3)V99.
      05 BC-UNIT-COST     PIC 9(3)V99.
      05 BC-OPERATOR      PIC X(8).
