      *> Shared operator security record (NUMSSEC.DAT).  One record
      *> per operator: whether the operator may use the suite at
      *> all, which duties they hold and their password credential.
      *> NUMSAUT checks every online program's sign-on and
      *> privileged actions against it, so a duty is granted by
      *> listing it here and nowhere else.  Lines whose first byte
      *> is "*" are comments.  COPY this into any program that reads
      *> or writes a security record so the layout cannot drift
      *> between programs.
       01  SECURITY-RECORD.
      *> The operator ID keyed at sign-on.
           05  SEC-USER-ID          PIC X(20).
           05  FILLER               PIC X.
      *> A = active, D = disabled (kept for the record, refused
      *> everywhere).
           05  SEC-STATUS           PIC X(1).
               88  SEC-ACTIVE           VALUE "A".
           05  FILLER               PIC X.
      *> Roles held, one letter each in any order:
      *>   M  maker - keys corrections and reversal requests
      *>   C  checker - releases corrections, approves reversals
      *>   P  period controller - closes periods, department master
      *>   S  standing-order maintainer
      *>   O  operations - business date, restore, status panel
           05  SEC-ROLES            PIC X(5).
           05  FILLER               PIC X.
           05  SEC-NAME             PIC X(30).
      *> The password is never held in clear: this is the credential
      *> NUMSAUT derives from the operator ID and password (NUMSPWD
      *> shows it for keying here).  Blank means no password has
      *> been set and the operator cannot sign on.
           05  FILLER               PIC X.
           05  SEC-PASSWORD-HASH    PIC X(18).
