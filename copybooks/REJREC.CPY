   01 REJECT-RECORD.
      05 REJ-REASON   PIC X(6).
      05 FILLER       PIC X(1).
      05 REJ-INPUT    PIC X(33).
      05 FILLER       PIC X(1).
      05 REJ-DATE     PIC X(8).
      05 FILLER       PIC X(1).
      05 REJ-LOCATION PIC X(3).
