      *> Posting confirmation line layout (3-confirm.txt), returned by
      *> the downstream posting job for each control-totals handoff it
      *> posts: the run date of the 3-totals.txt it read, the date it
      *> posted, the group count and grand total it actually posted
      *> and its own posting reference.
      *>   CNF=yyyymmdd POSTED=yyyymmdd GROUPS=nnnnnn TOTAL=n(18) REF=x
       01  confirm-line-buffer PIC X(120).
       01  confirm-fields REDEFINES confirm-line-buffer.
           05  FILLER                 PIC X(4).
           05  cnf-run-date           PIC X(8).
           05  FILLER                 PIC X(8).
           05  cnf-posted-date        PIC X(8).
           05  FILLER                 PIC X(8).
           05  cnf-group-count-txt    PIC X(6).
           05  FILLER                 PIC X(7).
           05  cnf-grand-total-txt    PIC X(18).
           05  FILLER                 PIC X(5).
           05  cnf-reference          PIC X(20).
           05  FILLER                 PIC X(28).
