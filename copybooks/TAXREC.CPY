   01 TAX-RATE-RECORD.
      05 TX-LOCATION   PIC X(3).
      05 TX-EFF-FROM   PIC 9(8).
      05 TX-EFF-TO     PIC X(8).
      05 TX-RATE       PIC 9(2)V999.
      05 TX-SHELF-FLAG PIC X(1).
