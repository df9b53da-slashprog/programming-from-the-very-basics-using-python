      05 AU-FORCE-AUTH   PIC X(1).
      05 FILLER          PIC X(1).
      05 AU-REPRINT-AUTH PIC X(1).
      05 FILLER          PIC X(1).
      05 AU-GRANTED-BY   PIC X(8).
      05 FILLER          PIC X(1).
      05 AU-GRANTED-DATE PIC X(8).
