      05 PR-ITEM-CODE PIC X(8).
      05 PR-ITEM-DESC PIC X(20).
      05 PR-LOCATION  PIC X(3).
      05 PR-TAX       PIC 9(6)V99.
      05 PR-TAX-CODE  PIC X(1).
