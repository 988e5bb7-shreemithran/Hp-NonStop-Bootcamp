      *> Shared job-stream status record (NUMSJST.DAT).  NUMSJOB
      *> rewrites it each time the nightly stream moves on a step, so
      *> a rerun after a failure resumes at the step that failed and
      *> the NUMSOPQ status panel can show which step the stream is
      *> on.  COPY this into any program that reads or writes the
      *> job status so the layout cannot drift between programs.
       01  JOB-STATUS-RECORD.
           05  JST-BUSINESS-DATE    PIC 9(8).
           05  FILLER               PIC X.
      *> R = a step is running, F = the stream stopped on a failed
      *> step, C = the stream ran to the end.
           05  JST-STATE            PIC X(1).
           05  FILLER               PIC X.
      *> The running or failed step - where a rerun picks up.
           05  JST-STEP-NO          PIC 9(3).
           05  FILLER               PIC X.
           05  JST-STEP-NAME        PIC X(8).
           05  FILLER               PIC X.
           05  JST-STEP-DATE        PIC 9(8).
           05  FILLER               PIC X.
           05  JST-STEP-TIME        PIC 9(8).
           05  FILLER               PIC X.
      *> Return code of the last step that ended within its limit -
      *> what a "previous step clean" condition is tested against.
           05  JST-PREV-RC          PIC 9(4).
           05  FILLER               PIC X.
      *> Return code of the step named above once it has ended.
           05  JST-LAST-RC          PIC 9(4).
