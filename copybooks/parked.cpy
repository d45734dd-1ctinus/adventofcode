      *> Parked file index line layout (3-parked.txt). A PRK= line is
      *> written when a file from a source on the hold list is parked,
      *> carrying the source and batch date from its header, the run
      *> date it was parked on, the file it came from and the copy kept
      *> for release. A RELEASE run sets the status to RELEASED when it
      *> scores the copy, or REFUSED when the copy's header is rejected.
      *>   PRK=src DATE=yyyymmdd PARKED=yyyymmdd STATUS=x
      *>   RELEASED=yyyymmdd FILE=name HELD=name
       01  parked-line-buffer PIC X(320).
       01  parked-fields REDEFINES parked-line-buffer.
           05  FILLER                 PIC X(4).
           05  prk-source-id          PIC X(20).
           05  FILLER                 PIC X(6).
           05  prk-batch-date         PIC X(8).
           05  FILLER                 PIC X(8).
           05  prk-park-date          PIC X(8).
           05  FILLER                 PIC X(8).
           05  prk-status             PIC X(8).
           05  FILLER                 PIC X(10).
           05  prk-release-date       PIC X(8).
           05  FILLER                 PIC X(6).
           05  prk-file-name          PIC X(100).
           05  FILLER                 PIC X(6).
           05  prk-held-name          PIC X(100).
           05  FILLER                 PIC X(20).
