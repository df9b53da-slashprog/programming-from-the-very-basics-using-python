   01 PRICE-SCHEDULE-RECORD.
      05 SCH-KEY.
         10 SCH-ITEM-CODE  PIC X(8).
         10 SCH-LOCATION   PIC X(3).
         10 SCH-PRICE-TYPE PIC X(1).
         10 SCH-EFF-FROM   PIC 9(8).
      05 SCH-EFF-TO     PIC 9(8).
      05 SCH-PRICE      PIC 9(3)V99.
