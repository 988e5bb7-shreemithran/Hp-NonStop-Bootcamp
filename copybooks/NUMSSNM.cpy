      *> Shared snapshot manifest layouts (NUMSSNPyyyymmdd.MAN).
      *> NUMSSNP writes one manifest per snapshot generation: a
      *> header naming the business date the generation stands for,
      *> one "F" record per suite file with the record count and
      *> hash total of the copy saved, and a trailer with the file
      *> and record totals.  NUMSRST restores nothing until every
      *> copy still agrees with its "F" record.  COPY this into any
      *> program that reads or writes a manifest so the layout
      *> cannot drift between programs.
       01  MANIFEST-HEADER-RECORD.
           05  SNM-REC-TYPE         PIC X(1).
           05  SNM-BUSINESS-DATE    PIC 9(8).
           05  FILLER               PIC X.
           05  SNM-TAKEN-DATE       PIC 9(8).
           05  FILLER               PIC X.
           05  SNM-TAKEN-TIME       PIC 9(8).
           05  FILLER               PIC X.
           05  SNM-TAKEN-BY         PIC X(20).

       01  MANIFEST-FILE-RECORD.
           05  SNF-REC-TYPE         PIC X(1).
           05  SNF-LIVE-NAME        PIC X(12).
           05  FILLER               PIC X.
      *> S = sequential, I = indexed (unloaded to a sequential copy
      *> and reloaded on restore).
           05  SNF-ORGANIZATION     PIC X(1).
           05  FILLER               PIC X.
      *> N = the file did not exist when the snapshot was taken;
      *> restoring the generation removes it again.
           05  SNF-PRESENT          PIC X(1).
           05  FILLER               PIC X.
           05  SNF-RECORD-COUNT     PIC 9(9).
           05  FILLER               PIC X.
           05  SNF-HASH-TOTAL       PIC 9(18).
           05  FILLER               PIC X.
           05  SNF-COPY-NAME        PIC X(20).

       01  MANIFEST-TRAILER-RECORD.
           05  SNT-REC-TYPE         PIC X(1).
           05  SNT-FILE-COUNT       PIC 9(3).
           05  FILLER               PIC X.
           05  SNT-RECORD-COUNT     PIC 9(11).
