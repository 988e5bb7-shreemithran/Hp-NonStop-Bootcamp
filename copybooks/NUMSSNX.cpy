      *> Shared snapshot generation index record (NUMSSNX.DAT).  One
      *> line per snapshot generation still on disk, oldest first;
      *> NUMSSNP appends to it and prunes from the front, NUMSRST
      *> lists it so the operator can choose what to restore.  COPY
      *> this into any program that reads or writes the index so the
      *> layout cannot drift between programs.
       01  SNAPSHOT-INDEX-RECORD.
           05  SNX-BUSINESS-DATE    PIC 9(8).
           05  FILLER               PIC X.
           05  SNX-MANIFEST-NAME    PIC X(20).
           05  FILLER               PIC X.
           05  SNX-TAKEN-DATE       PIC 9(8).
           05  FILLER               PIC X.
           05  SNX-TAKEN-TIME       PIC 9(8).
           05  FILLER               PIC X.
           05  SNX-FILE-COUNT       PIC 9(3).
           05  FILLER               PIC X.
           05  SNX-RECORD-COUNT     PIC 9(11).
