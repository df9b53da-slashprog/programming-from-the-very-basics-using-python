   01 ITEM-JOURNAL-RECORD.
      05 IJ-DATE      PIC 9(8).
      05 IJ-TIME      PIC 9(6).
      05 IJ-OPERATOR  PIC X(8).
      05 IJ-ACTION    PIC X(3).
      05 IJ-BEFORE-IMAGE.
         10 IJ-BEF-ITEM-CODE   PIC X(8).
         10 IJ-BEF-ITEM-DESC   PIC X(20).
         10 IJ-BEF-ACTIVE-FLAG PIC X(1).
         10 IJ-BEF-STATUS-DATE PIC X(8).
         10 IJ-BEF-TAX-EXEMPT  PIC X(1).
      05 IJ-AFTER-IMAGE.
         10 IJ-AFT-ITEM-CODE   PIC X(8).
         10 IJ-AFT-ITEM-DESC   PIC X(20).
         10 IJ-AFT-ACTIVE-FLAG PIC X(1).
         10 IJ-AFT-STATUS-DATE PIC X(8).
         10 IJ-AFT-TAX-EXEMPT  PIC X(1).
