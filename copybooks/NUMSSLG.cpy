      *> Shared security log record (NUMSSLG.DAT).  NUMSAUT appends
      *> one record for every sign-on or action an operator was
      *> refused, and one for every privileged action carried out
      *> (period close, correction release, standing-order change
      *> and the like), so segregation of duties can be shown to
      *> the auditors from one file.  COPY this into any program
      *> that reads or writes the security log so the layout cannot
      *> drift between programs.
       01  SECURITY-LOG-RECORD.
           05  SLG-DATE             PIC 9(8).
           05  FILLER               PIC X.
           05  SLG-TIME             PIC 9(8).
           05  FILLER               PIC X.
           05  SLG-USER             PIC X(20).
           05  FILLER               PIC X.
           05  SLG-PROGRAM          PIC X(8).
           05  FILLER               PIC X.
           05  SLG-ACTION           PIC X(8).
           05  FILLER               PIC X.
      *> REFUSED or DONE.
           05  SLG-RESULT           PIC X(7).
           05  FILLER               PIC X.
      *> The role or roles the action needed.
           05  SLG-ROLES            PIC X(5).
           05  FILLER               PIC X.
      *> Refusal reason, or what the privileged action touched.
           05  SLG-DETAIL           PIC X(40).
