   01 SECURITY-LOG-RECORD.
      05 SL-DATE          PIC 9(8).
      05 FILLER           PIC X(1).
      05 SL-TIME          PIC 9(6).
      05 FILLER           PIC X(1).
      05 SL-OPERATOR      PIC X(8).
      05 FILLER           PIC X(1).
      05 SL-PROGRAM       PIC X(8).
      05 FILLER           PIC X(1).
      05 SL-ACTION        PIC X(8).
      05 FILLER           PIC X(1).
      05 SL-RESULT        PIC X(8).
      05 FILLER           PIC X(1).
      05 SL-BUSINESS-DATE PIC 9(8).
