   01 SUSPENSE-RECORD.
      05 SU-REASON    PIC X(6).
      05 FILLER       PIC X(1).
      05 SU-SALE      PIC X(33).
      05 FILLER       PIC X(1).
      05 SU-DATE      PIC X(8).
