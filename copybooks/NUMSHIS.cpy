           05  HIS-REJ-COUNT-R008   PIC 9(7).
           05  FILLER               PIC X.
           05  HIS-REJ-COUNT-R009   PIC 9(7).
      *> Department master rejects (closed or unknown department,
      *> period spending limit exceeded).  History written before
      *> these codes existed reads as spaces here; readers treat a
      *> non-numeric count as zero.
           05  FILLER               PIC X.
           05  HIS-REJ-COUNT-R010   PIC 9(7).
           05  FILLER               PIC X.
           05  HIS-REJ-COUNT-R011   PIC 9(7).
      *> No exchange rate on file for the currency and business date.
           05  FILLER               PIC X.
           05  HIS-REJ-COUNT-R012   PIC 9(7).
