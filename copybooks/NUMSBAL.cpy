      *> Shared GL account balance record layout (NUMSBAL.DAT).  The
      *> balance file is an indexed file keyed on account and
      *> accounting period (YYYYMM); it is the suite's running
      *> balance of every GL account for the month.  NUMSGLRC adds
      *> each GL detail the GL confirmed as posted, NUMSREV adds the
      *> lines of an approved batch reversal, and the period close
      *> in NUMSBDM prints the trial balance from it and rolls each
      *> closing balance forward as the next period's opening
      *> balance.  COPY this into any program that reads or writes
      *> an account balance so the layout cannot drift between
      *> programs.
       01  BALANCE-RECORD.
           05  BAL-KEY.
               10  BAL-ACCOUNT      PIC X(10).
               10  BAL-PERIOD       PIC 9(6).
      *> Closing balance of the previous period, set by the roll-
      *> forward when that period is closed.
           05  BAL-OPENING          PIC S9(15)V99
                                     SIGN IS LEADING SEPARATE.
      *> Period activity by the operation code of the posting.
      *> Debits are carried positive and credits negative, so the
      *> postings of a period net to zero across the accounts.
           05  BAL-ACT-ADD          PIC S9(15)V99
                                     SIGN IS LEADING SEPARATE.
           05  BAL-ACT-SUB          PIC S9(15)V99
                                     SIGN IS LEADING SEPARATE.
           05  BAL-ACT-MUL          PIC S9(15)V99
                                     SIGN IS LEADING SEPARATE.
           05  BAL-ACT-DIV          PIC S9(15)V99
                                     SIGN IS LEADING SEPARATE.
      *> Confirmed postings whose operation code could not be traced.
           05  BAL-ACT-OTHER        PIC S9(15)V99
                                     SIGN IS LEADING SEPARATE.
           05  BAL-POST-COUNT       PIC 9(7).
           05  BAL-LAST-UPDATE      PIC 9(8).
