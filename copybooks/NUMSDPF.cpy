      *> Shared department master record layout (NUMSDPF.DAT).  One
      *> record per department / cost center: its name, the manager
      *> who owns it, whether it is still open for posting, and the
      *> most it may spend in one accounting period.  NUMSDPM
      *> maintains the file; NUMSADD refuses postings for a closed
      *> department or one that would take it over its limit, and
      *> NUMSDPT prints the budget position on each department's
      *> statement.  COPY this into any program that reads or writes
      *> a department record so the layout cannot drift between
      *> programs.
       01  DEPARTMENT-RECORD.
           05  DPF-DEPT             PIC X(4).
           05  FILLER               PIC X.
           05  DPF-NAME             PIC X(30).
           05  FILLER               PIC X.
           05  DPF-MANAGER          PIC X(20).
           05  FILLER               PIC X.
      *> A = active, C = closed (kept on file but refuses postings).
           05  DPF-STATUS           PIC X(1).
           05  FILLER               PIC X.
      *> Spending allowed per accounting period; zero means no limit
      *> is set for the department.
           05  DPF-PERIOD-LIMIT     PIC S9(13)V99
                                     SIGN IS LEADING SEPARATE.
           05  DPF-PERIOD-LIMIT-X REDEFINES DPF-PERIOD-LIMIT
                                    PIC X(16).
