      *> each department (NUMSDPT).
           05  FILLER               PIC X.
           05  OUT-DEPT             PIC X(4).
      *> Currency conversion applied to the posting.  OUT-RESULT is
      *> always the base-currency amount; the operation's result in
      *> the currency it was submitted in, and the rate that turned
      *> one into the other, are kept alongside it.  A base-currency
      *> posting carries the base code and a rate of one.  Records
      *> written before conversion existed read as spaces here.
           05  FILLER               PIC X.
           05  OUT-CURRENCY         PIC X(3).
           05  FILLER               PIC X.
           05  OUT-ORIG-AMOUNT      PIC S9(15)V99
                                     SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X.
           05  OUT-FX-RATE          PIC 9(5)V9(6).
