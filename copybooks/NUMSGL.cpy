      *> Shared NUMSADD GL interface line layouts (header, detail,
      *> trailer views of the 100-byte NUMSGL.DAT line).  The file
      *> is double-entry: a debit and a credit detail per posting.
      *> COPY this into any program that writes or re-reads the GL
      *> hand-off file so the layout cannot drift between programs.
       01  WS-GL-HEADER-LINE.
           05  GLH-REC-TYPE         PIC X(1) VALUE "H".
           05  GLH-BATCH-ID         PIC X(8) VALUE "NUMSADD".
           05  GLH-BATCH-DATE       PIC 9(8).
           05  FILLER               PIC X(83) VALUE SPACES.

       01  WS-GL-DETAIL-LINE.
           05  GLD-REC-TYPE         PIC X(1) VALUE "D".
           05  GLD-BATCH-DATE       PIC 9(8).
           05  FILLER               PIC X VALUE SPACE.
           05  GLD-TRANS-ID         PIC X(12).
      *> GLD-AMOUNT is always in base currency; the submitted
      *> currency, the amount in it and the rate applied travel with
      *> the line so the ledger can show where the figure came from.
           05  FILLER               PIC X VALUE SPACE.
           05  GLD-CURRENCY         PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  GLD-ORIG-AMOUNT      PIC S9(15)V99
                                     SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X VALUE SPACE.
           05  GLD-FX-RATE          PIC 9(5)V9(6).
      *> Every posting goes to the GL as a pair of lines with the
      *> same GLD-TRANS-ID and amount: the debit side first, then
      *> the credit side.
           05  FILLER               PIC X VALUE SPACE.
           05  GLD-SIDE             PIC X(1).
               88  GLD-DEBIT            VALUE "D".
               88  GLD-CREDIT           VALUE "C".
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-GL-TRAILER-LINE.
           05  GLT-REC-TYPE         PIC X(1) VALUE "T".
           05  FILLER               PIC X VALUE SPACE.
           05  GLT-HASH-TOTAL       PIC S9(16)V99
                                     SIGN IS LEADING SEPARATE.
      *> The debit and credit sides totalled separately; equal
      *> totals prove the file balances.
           05  FILLER               PIC X VALUE SPACE.
           05  GLT-DEBIT-TOTAL      PIC S9(16)V99
                                     SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X VALUE SPACE.
           05  GLT-CREDIT-TOTAL     PIC S9(16)V99
                                     SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(31) VALUE SPACES.
