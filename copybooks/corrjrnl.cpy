      *> Suspense correction journal line layouts (3-corrjrnl.txt). Each
      *> correction against a suspense group is a CRH= line carrying its
      *> status (PENDING, APPROVED, REJECTED, REVOKED or APPLIED), the
      *> user who entered it and the different user who decided it, and
      *> the group's file name and line range. A REPROCESS run that uses
      *> an approved correction marks it APPLIED with the run's date, so
      *> it is not applied again. It is followed by a CRB= line
      *> (before image) and a CRA= line (after image) for each member
      *> line it changes. A before image of spaces adds a member line
      *> missing from an incomplete group.
      *>   CRH=id STATUS=x MAKER=u ENTERED=yyyymmdd CHECKER=u
      *>   DECIDED=yyyymmdd FROM=nnnnnn TO=nnnnnn FILE=name
      *>   APPLIED=yyyymmdd
      *>   CRB=id MEMBER=nn TEXT=line   CRA=id MEMBER=nn TEXT=line
       01  correction-line-buffer PIC X(400).
       01  correction-header-fields REDEFINES correction-line-buffer.
           05  FILLER                 PIC X(4).
           05  crh-correction-id      PIC X(12).
           05  FILLER                 PIC X(8).
           05  crh-status             PIC X(8).
           05  FILLER                 PIC X(7).
           05  crh-maker              PIC X(12).
           05  FILLER                 PIC X(9).
           05  crh-entered-date       PIC X(8).
           05  FILLER                 PIC X(9).
           05  crh-checker            PIC X(12).
           05  FILLER                 PIC X(9).
           05  crh-decided-date       PIC X(8).
           05  FILLER                 PIC X(6).
           05  crh-line-from          PIC X(6).
           05  FILLER                 PIC X(4).
           05  crh-line-to            PIC X(6).
           05  FILLER                 PIC X(6).
           05  crh-file-name          PIC X(100).
           05  crh-applied-tag        PIC X(9).
           05  crh-applied-date       PIC X(8).
           05  FILLER                 PIC X(139).
       01  correction-image-fields REDEFINES correction-line-buffer.
           05  FILLER                 PIC X(4).
           05  cri-correction-id      PIC X(12).
           05  FILLER                 PIC X(8).
           05  cri-member-no          PIC X(2).
           05  FILLER                 PIC X(6).
           05  cri-member-text        PIC X(256).
           05  FILLER                 PIC X(112).
