      *> Batch register line layouts (3-register.txt). A SRC= line is
      *> written when a source/batch date is posted, carrying the run
      *> date, the groups and priority total posted and the file they
      *> came from. An RST= line is written when a posted batch is
      *> restated, carrying the original posting and its replacement.
      *> Postings made by a RESTATE or RELEASE run carry SET= naming
      *> the archive set their outputs were kept under; an RST= line
      *> carries OSET= naming the set the original posting went to
      *> (blank when it went to the nightly archive).
       01  register-line-buffer PIC X(280).
       01  register-fields REDEFINES register-line-buffer.
           05  FILLER                 PIC X(4).
           05  reg-source-id          PIC X(20).
           05  FILLER                 PIC X(6).
           05  reg-batch-date         PIC X(8).
           05  FILLER                 PIC X(5).
           05  reg-run-date           PIC X(8).
           05  FILLER                 PIC X(5).
           05  reg-group-count-txt    PIC X(6).
           05  FILLER                 PIC X(5).
           05  reg-priority-total-txt PIC X(18).
           05  FILLER                 PIC X(6).
           05  reg-file-name          PIC X(100).
           05  reg-run-set-tag        PIC X(5).
           05  reg-run-set            PIC X(10).
           05  FILLER                 PIC X(74).
       01  restatement-fields REDEFINES register-line-buffer.
           05  FILLER                 PIC X(4).
           05  rst-source-id          PIC X(20).
           05  FILLER                 PIC X(6).
           05  rst-batch-date         PIC X(8).
           05  FILLER                 PIC X(5).
           05  rst-run-date           PIC X(8).
           05  FILLER                 PIC X(6).
           05  rst-orig-run-date      PIC X(8).
           05  FILLER                 PIC X(6).
           05  rst-orig-groups-txt    PIC X(6).
           05  FILLER                 PIC X(6).
           05  rst-orig-total-txt     PIC X(18).
           05  FILLER                 PIC X(6).
           05  rst-new-groups-txt     PIC X(6).
           05  FILLER                 PIC X(6).
           05  rst-new-total-txt      PIC X(18).
           05  FILLER                 PIC X(7).
           05  rst-orig-file-name     PIC X(100).
           05  rst-orig-set-tag       PIC X(6).
           05  rst-orig-set           PIC X(10).
           05  FILLER                 PIC X(20).
