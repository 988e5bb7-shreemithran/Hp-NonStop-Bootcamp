      *> Shared exchange-rate reference record layout (NUMSFXR.DAT).
      *> One record per currency per business date: the number of
      *> base-currency units one unit of the currency buys on that
      *> date.  NUMSADD converts a foreign-currency posting with the
      *> rate dated the business date it posts under, and rejects
      *> the posting when there is none; the rate it applied goes on
      *> the result, audit and GL records.  Lines whose first byte is
      *> "*" are comments.  COPY this into any program that reads or
      *> writes a rate record so the layout cannot drift between
      *> programs.
       01  EXCHANGE-RATE-RECORD.
           05  FXR-CURRENCY         PIC X(3).
           05  FILLER               PIC X.
           05  FXR-RATE-DATE        PIC 9(8).
           05  FILLER               PIC X.
           05  FXR-RATE             PIC 9(5)V9(6).
