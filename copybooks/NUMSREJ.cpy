      *> how long a reject has sat uncorrected.
           05  FILLER               PIC X.
           05  REJ-REJECT-DATE      PIC 9(8).
      *> Currency the rejected amounts were submitted in, carried
      *> through correction and resubmission unchanged unless the
      *> operator corrects it.
           05  FILLER               PIC X.
           05  REJ-CURRENCY         PIC X(3).
