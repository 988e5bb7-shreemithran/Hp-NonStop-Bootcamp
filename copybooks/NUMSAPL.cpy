      *> Shared approval log record (NUMSAPL.DAT).  NUMSSUP appends
      *> one record for every correction the checker releases or
      *> rejects, and NUMSREV one for every reversal requested or
      *> approved (the batch ID in the transaction-ID column), so
      *> who keyed and who released each change is on one file.
      *> COPY this into any program that reads or writes the
      *> approval log so the layout cannot drift between programs.
       01  APPROVAL-RECORD.
           05  APL-DATE             PIC 9(8).
           05  FILLER               PIC X.
           05  APL-TIME             PIC 9(8).
           05  FILLER               PIC X.
           05  APL-TRANS-ID         PIC X(12).
           05  FILLER               PIC X.
           05  APL-ACTION           PIC X(8).
           05  FILLER               PIC X.
           05  APL-MAKER            PIC X(20).
           05  FILLER               PIC X.
           05  APL-CHECKER          PIC X(20).
           05  FILLER               PIC X.
           05  APL-NEW-NUM1         PIC X(12).
           05  FILLER               PIC X.
           05  APL-NEW-NUM2         PIC X(12).
           05  FILLER               PIC X.
           05  APL-NEW-OPERATION    PIC X(1).
           05  FILLER               PIC X.
           05  APL-NEW-DEPT         PIC X(4).
      *> Currency before and after a correction, so a released
      *> change of currency code shows here as well.  Blank on
      *> reversal records.
           05  FILLER               PIC X.
           05  APL-ORIG-CURRENCY    PIC X(3).
           05  FILLER               PIC X.
           05  APL-NEW-CURRENCY     PIC X(3).
