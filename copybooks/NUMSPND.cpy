           05  PND-MAKER-TIME       PIC 9(8).
           05  FILLER               PIC X.
           05  PND-REJECT-DATE      PIC 9(8).
      *> Currency of the original and of the corrected amounts; a
      *> correction may change the code when the one submitted was
      *> wrong (R012).
           05  FILLER               PIC X.
           05  PND-ORIG-CURRENCY    PIC X(3).
           05  FILLER               PIC X.
           05  PND-NEW-CURRENCY     PIC X(3).
