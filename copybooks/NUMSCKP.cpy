               10  CKP-BTB-PROCESSED PIC 9(7).
               10  CKP-BTB-ACCEPTED  PIC 9(7).
               10  CKP-BTB-REJECTED  PIC 9(7).
      *> Department master reject counts, carried after the batch
      *> table so an older checkpoint still lines up; one written
      *> before these codes existed reads as spaces and restores
      *> them as zero.
           05  CKP-REJ-COUNT-R010   PIC 9(7).
           05  CKP-REJ-COUNT-R011   PIC 9(7).
      *> No-exchange-rate reject count and the run's per-currency
      *> totals (original and base amounts by currency and operation
      *> code) for the control report, carried last so an older
      *> checkpoint still lines up; one written before conversion
      *> existed reads as spaces and restores them as zero.
           05  CKP-REJ-COUNT-R012   PIC 9(7).
           05  CKP-CCY-OVERFLOW     PIC X(1).
           05  CKP-CCY-COUNT        PIC 9(3).
           05  CKP-CCY-ENTRY OCCURS 50 TIMES.
               10  CKP-CCY-CODE     PIC X(3).
               10  CKP-CCY-OP       PIC X(1).
               10  CKP-CCY-TALLY    PIC 9(7).
               10  CKP-CCY-ORIG-SUM PIC S9(16)V99
                                     SIGN IS LEADING SEPARATE.
               10  CKP-CCY-BASE-SUM PIC S9(16)V99
                                     SIGN IS LEADING SEPARATE.
      *> The GL file's debit and credit side totals, carried last so
      *> an older checkpoint still lines up.
           05  CKP-GL-DEBIT-TOTAL   PIC S9(16)V99
                                     SIGN IS LEADING SEPARATE.
           05  CKP-GL-CREDIT-TOTAL  PIC S9(16)V99
                                     SIGN IS LEADING SEPARATE.
