      *> so the audit trail answers per-department questions.
           05  FILLER               PIC X.
           05  AUD-DEPT             PIC X(4).
      *> Currency conversion behind the posting, so the rate used can
      *> be audited.  AUD-RESULT is always the base-currency amount;
      *> AUD-ORIG-AMOUNT is the same result in AUD-CURRENCY, and
      *> AUD-FX-RATE the base units per currency unit applied (zero
      *> when no rate was found).  Records written before conversion
      *> existed read as spaces here; readers treat them as base.
           05  FILLER               PIC X.
           05  AUD-CURRENCY         PIC X(3).
           05  FILLER               PIC X.
           05  AUD-ORIG-AMOUNT      PIC S9(15)V99
                                     SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X.
           05  AUD-FX-RATE          PIC 9(5)V9(6).
