               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS supplement-file-status.

           SELECT correction-file ASSIGN TO "3-corrjrnl.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS correction-file-status.

           SELECT correction-work-file ASSIGN TO "3-corrwork.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS correction-work-file-status.

           SELECT history-file ASSIGN TO "3-history.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS history-file-status.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS totals-file-status.

           SELECT ledger-file ASSIGN TO "3-postctl.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ledger-file-status.

           SELECT calendar-file ASSIGN TO "3-calendar.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS calendar-file-status.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS whatif-file-status.

           SELECT restate-file ASSIGN TO "3-restate.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS restate-file-status.

           SELECT history-work-file ASSIGN TO "3-histwork.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS history-work-file-status.

           SELECT holds-file ASSIGN TO "3-holds.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS holds-file-status.

           SELECT parked-file ASSIGN TO "3-parked.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parked-file-status.

           SELECT parked-work-file ASSIGN TO "3-parkwork.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS parked-work-file-status.

           SELECT results-file ASSIGN TO "3-results.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY results-key
               FILE STATUS results-file-status.

       01  error-record PIC X(480).

       FD  checkpoint-file.
       01  checkpoint-record PIC X(400).

       FD  audit-file.
       01  audit-record PIC X(480).
       01  suspense-record PIC X(300).

       FD  supplement-file.
       01  supplement-record PIC X(300).

       FD  correction-file.
       01  correction-record PIC X(400).

       FD  correction-work-file.
       01  correction-work-record PIC X(400).

       FD  history-file.
       01  history-record PIC X(320).

       FD  trend-file.
       01  trend-record PIC X(300).
       01  archive-out-record PIC X(480).

       FD  generations-file.
       01  generations-record PIC X(40).

       FD  items-file.
       01  items-record PIC X(100).
       FD  totals-file.
       01  totals-record PIC X(300).

       FD  ledger-file.
       01  ledger-record PIC X(300).

       FD  calendar-file.
       01  calendar-record PIC X(20).

       FD  register-file.
       01  register-record PIC X(280).

       FD  whatif-file.
       01  whatif-record PIC X(400).

       FD  restate-file.
       01  restate-record PIC X(400).

       FD  history-work-file.
       01  history-work-record PIC X(320).

       FD  holds-file.
       01  holds-record PIC X(100).

       FD  parked-file.
       01  parked-record PIC X(320).

       FD  parked-work-file.
       01  parked-work-record PIC X(320).

       FD  results-file.
       01  results-record.
           05  results-key.
       01  supplement-file-status PIC 99.
           88  supplement-is-ok VALUE 0.

       01  correction-file-status PIC 99.
           88  correction-is-ok VALUE 0.
           88  correction-end-of-file VALUE 10.

       01  correction-work-file-status PIC 99.
           88  correction-work-is-ok VALUE 0.
           88  correction-work-end-of-file VALUE 10.

       01  history-file-status PIC 99.
           88  history-is-ok VALUE 0.
           88  history-end-of-file VALUE 10.
       01  totals-file-status PIC 99.
           88  totals-is-ok VALUE 0.

       01  ledger-file-status PIC 99.
           88  ledger-is-ok VALUE 0.

       01  calendar-file-status PIC 99.
           88  calendar-is-ok VALUE 0.
           88  calendar-end-of-file VALUE 10.
       01  whatif-file-status PIC 99.
           88  whatif-is-ok VALUE 0.

       01  restate-file-status PIC 99.
           88  restate-is-ok VALUE 0.

       01  history-work-file-status PIC 99.
           88  history-work-is-ok VALUE 0.
           88  history-work-end-of-file VALUE 10.

       01  holds-file-status PIC 99.
           88  holds-is-ok VALUE 0.
           88  holds-end-of-file VALUE 10.

       01  parked-file-status PIC 99.
           88  parked-is-ok VALUE 0.
           88  parked-end-of-file VALUE 10.

       01  parked-work-file-status PIC 99.
           88  parked-work-is-ok VALUE 0.
           88  parked-work-end-of-file VALUE 10.

       01  results-file-status PIC 99.
           88  results-is-ok VALUE 0.
       01  results-file-usable PIC X(1) VALUE "N".
       01  file-list-parm         PIC X(200) VALUE SPACES.
       01  restart-requested      PIC X(1)   VALUE "N".
           88  restart-is-requested VALUE "Y".
       01  restate-requested      PIC X(1)   VALUE "N".
           88  restate-is-requested VALUE "Y".
       01  reprocess-requested    PIC X(1)   VALUE "N".
           88  reprocess-is-requested VALUE "Y".
       01  release-requested      PIC X(1)   VALUE "N".
           88  release-is-requested VALUE "Y".
       01  release-source-parm    PIC X(20)  VALUE SPACES.
       01  checkpoint-restored    PIC X(1)   VALUE "N".
           88  checkpoint-was-restored VALUE "Y".
       01  checkpoint-filelist-mismatch PIC X(1) VALUE "N".
       01  start-line-count            PIC 9(6) VALUE 1.
       01  skip-line-count             PIC 9(6) VALUE 0.

       01  checkpoint-line-buffer PIC X(400).
       01  checkpoint-fields REDEFINES checkpoint-line-buffer.
           05  FILLER                     PIC X(5).
           05  ckpt-file-idx-txt          PIC X(3).
           05  ckpt-header-source-txt     PIC X(20).
           05  FILLER                     PIC X(7).
           05  ckpt-header-date-txt       PIC X(8).
           05  FILLER                     PIC X(6).
           05  ckpt-file-groups-txt       PIC X(6).
           05  FILLER                     PIC X(6).
           05  ckpt-file-total-txt        PIC X(18).
           05  FILLER                     PIC X(6).
           05  ckpt-restate-pending-txt   PIC X(1).
           05  FILLER                     PIC X(6).
           05  ckpt-run-mode-txt          PIC X(7).
           05  FILLER                     PIC X(5).
           05  ckpt-archive-set-txt       PIC X(10).
           05  FILLER                     PIC X(6).
           05  ckpt-release-source-txt    PIC X(20).
           05  FILLER                     PIC X(6).
           05  ckpt-release-outcomes-txt.
               10  ckpt-release-outcome   PIC X(1) OCCURS 50 TIMES.
           05  FILLER                     PIC X(36).

       01  restart-file-idx  PIC 9(3) VALUE 1.
       01  restart-actual-data-record-count PIC 9(6) VALUE 0.
       01  restart-actual-record-count-saved PIC X(1) VALUE "N".
           88  restart-actual-record-count-is-saved VALUE "Y".
       01  restart-file-posted-groups PIC 9(6)  VALUE 0.
       01  restart-file-posted-total  PIC 9(18) VALUE 0.
       01  restart-restate-pending    PIC X(1)  VALUE "N".
       01  restart-run-mode           PIC X(7)  VALUE SPACES.
       01  restart-release-outcomes.
           05  restart-release-outcome PIC X(1) OCCURS 50 TIMES.

       01  runlog-line-buffer  PIC X(300).
       01  log-current-date    PIC X(21).
       01  register-count PIC 9(3) VALUE 0.
       01  register-table.
           05  register-entry OCCURS 500 TIMES.
               10  rt-source-id      PIC X(20).
               10  rt-batch-date     PIC X(8).
               10  rt-run-date       PIC X(8).
               10  rt-group-count    PIC 9(6).
               10  rt-priority-total PIC 9(18).
               10  rt-file-name      PIC X(100).
               10  rt-run-set        PIC X(10).
       01  register-idx   PIC 9(3).
       01  register-match PIC 9(3) VALUE 0.
       01  register-loaded-count PIC 9(3) VALUE 0.
       01  register-found PIC X(1) VALUE "N".
           88  register-pair-was-found VALUE "Y".
       COPY register.

       01  file-posted-groups PIC 9(6)  VALUE 0.
       01  file-posted-total  PIC 9(18) VALUE 0.

       01  restate-file-pending PIC X(1) VALUE "N".
           88  restate-file-is-pending VALUE "Y".
       01  restate-orig-run-date   PIC X(8)   VALUE SPACES.
       01  restate-orig-file-name  PIC X(100) VALUE SPACES.
       01  restate-orig-set        PIC X(10)  VALUE SPACES.
       01  restate-orig-groups     PIC 9(6)   VALUE 0.
       01  restate-orig-total      PIC 9(18)  VALUE 0.
       01  restate-results-removed PIC 9(6)   VALUE 0.
       01  restate-results-total   PIC 9(18)  VALUE 0.
       01  restate-history-adjusted PIC X(1)  VALUE "N".
           88  restate-history-was-adjusted VALUE "Y".
       01  restate-count PIC 9(2) VALUE 0.
       01  restate-table.
           05  restate-entry OCCURS 50 TIMES.
               10  rs-status          PIC X(8).
               10  rs-source-id       PIC X(20).
               10  rs-batch-date      PIC X(8).
               10  rs-file-name       PIC X(100).
               10  rs-reason          PIC X(60).
               10  rs-orig-run-date   PIC X(8).
               10  rs-orig-file-name  PIC X(100).
               10  rs-orig-groups     PIC 9(6).
               10  rs-orig-total      PIC 9(18).
               10  rs-new-groups      PIC 9(6).
               10  rs-new-total       PIC 9(18).
               10  rs-results-removed PIC 9(6).
               10  rs-results-total   PIC 9(18).
               10  rs-history-adjusted PIC X(1).
       01  restate-idx PIC 9(2).
       01  restate-done-count      PIC 9(2)  VALUE 0.
       01  restate-refused-count   PIC 9(2)  VALUE 0.
       01  restate-original-sum    PIC 9(18) VALUE 0.
       01  restate-replacement-sum PIC 9(18) VALUE 0.
       01  restate-net-groups      PIC S9(6)  VALUE 0.
       01  restate-net-groups-show PIC +(6)9.
       01  restate-net-total       PIC S9(18) VALUE 0.
       01  restate-net-show        PIC +(18)9.

       01  history-line-number  PIC 9(6) VALUE 0.
       01  history-match-line   PIC 9(6) VALUE 0.
       01  history-file-tally   PIC 9(4) VALUE 0.
       01  history-files-work   PIC X(202) VALUE SPACES.
       01  history-search-key   PIC X(102) VALUE SPACES.
       01  history-search-len   PIC 9(4) VALUE 0.
       01  history-numeric-work PIC 9(18) VALUE 0.
       01  history-groups-work  PIC 9(6)  VALUE 0.

       01  hold-list-count PIC 9(3) VALUE 0.
       01  hold-list-table.
           05  hold-list-entry OCCURS 100 TIMES.
               10  hl-source-id  PIC X(20).
               10  hl-batch-date PIC X(8).
       01  hold-list-idx      PIC 9(3).
       01  hold-source-part   PIC X(40) VALUE SPACES.
       01  hold-date-part     PIC X(20) VALUE SPACES.
       01  hold-search-source PIC X(20) VALUE SPACES.
       01  hold-search-date   PIC X(8)  VALUE SPACES.
       01  hold-found PIC X(1) VALUE "N".
           88  hold-was-found VALUE "Y".
       01  file-held PIC X(1) VALUE "N".
           88  file-is-held VALUE "Y".
       01  held-file-name  PIC X(100) VALUE SPACES.
       01  held-file-count PIC 9(3)   VALUE 0.
       01  held-parked-count     PIC 9(3) VALUE 0.
       01  held-not-parked-count PIC 9(3) VALUE 0.
       01  held-copy-state PIC X(1) VALUE "Y".
           88  held-copy-is-ok VALUE "Y".
       01  held-copy-reason PIC X(40) VALUE SPACES.
       01  held-copy-status PIC 99 VALUE 0.
       01  held-name-idx   PIC 9(3) VALUE 0.
       01  held-name-start PIC 9(3) VALUE 1.
       01  parked-entry-found PIC X(1) VALUE "N".
           88  parked-entry-was-found VALUE "Y".
       01  release-table.
           05  release-entry OCCURS 50 TIMES.
               10  rl-park-date PIC X(8).
               10  rl-outcome   PIC X(8).
       01  release-idx          PIC 9(3).
       01  released-file-count  PIC 9(3) VALUE 0.
       01  refused-file-count   PIC 9(3) VALUE 0.
       01  still-held-count     PIC 9(3) VALUE 0.
       01  release-deferred-count PIC 9(3) VALUE 0.
       01  window-reference-date PIC X(8) VALUE SPACES.
       COPY parked.

       01  results-scan-done PIC X(1) VALUE "N".
           88  results-scan-is-done VALUE "Y".

       01  batch-date-window-days PIC 9(3) VALUE 7.
       01  file-date-rejected PIC X(1) VALUE "N".
               10  st-source-id      PIC X(20).
               10  st-group-count    PIC 9(6).
               10  st-priority-total PIC 9(18).
               10  st-backout-groups PIC 9(6).
               10  st-backout-total  PIC 9(18).
       01  source-total-idx   PIC 9(3).
       01  source-total-match PIC 9(3) VALUE 0.

       01  supplement-total-out    PIC 9(18)  VALUE 0.
       01  supplement-group-count  PIC 9(6)   VALUE 0.
       01  supplement-reject-count PIC 9(6)   VALUE 0.
       01  supplement-awaiting-count PIC 9(6) VALUE 0.

       01  correction-journal-found PIC X(1) VALUE "N".
           88  correction-journal-is-found VALUE "Y".
       01  correction-count PIC 9(3) VALUE 0.
       01  correction-table.
           05  correction-entry OCCURS 500 TIMES.
               10  ac-correction-id PIC X(12).
               10  ac-status        PIC X(8).
               10  ac-maker         PIC X(12).
               10  ac-entered-date  PIC X(8).
               10  ac-checker       PIC X(12).
               10  ac-decided-date  PIC X(8).
               10  ac-line-from     PIC X(6).
               10  ac-line-to       PIC X(6).
               10  ac-file-name     PIC X(100).
               10  ac-outcome       PIC X(8).
               10  ac-applied-date  PIC X(8).
       01  correction-idx      PIC 9(3).
       01  correction-match    PIC 9(3) VALUE 0.
       01  correction-earlier-match PIC 9(3) VALUE 0.
       01  correction-loading  PIC 9(3) VALUE 0.
       01  correction-image-count PIC 9(4) VALUE 0.
       01  correction-image-table.
           05  correction-image-entry OCCURS 1000 TIMES.
               10  ai-correction-idx PIC 9(3).
               10  ai-member-no      PIC 9(2).
               10  ai-before-text    PIC X(256).
               10  ai-after-text     PIC X(256).
       01  correction-image-idx PIC 9(4).
       01  correction-mismatch  PIC X(1) VALUE "N".
           88  correction-is-mismatched VALUE "Y".
       01  correction-applied-count  PIC 9(4) VALUE 0.
       01  correction-mismatch-count PIC 9(4) VALUE 0.
       01  correction-pending-count  PIC 9(4) VALUE 0.
       01  correction-earlier-count  PIC 9(4) VALUE 0.
       COPY corrjrnl.

       01  ack-out-name PIC X(140) VALUE SPACES.
       01  ack-line-buffer PIC X(480).
       01  ack-accepted-count    PIC 9(6)  VALUE 0.
       01  ack-rejected-count    PIC 9(6)  VALUE 0.
       01  ack-duplicate-count   PIC 9(6)  VALUE 0.
       01  ack-held-count        PIC 9(6)  VALUE 0.
       01  ack-priority-subtotal PIC 9(18) VALUE 0.

       01  group-compartment-sum PIC 9(16) VALUE 0.
       01  control-tolerance-numval PIC 9(4) VALUE 0.
       01  trend-depth             PIC 9(2) VALUE 5.

       01  history-line-buffer PIC X(320).
       01  history-fields REDEFINES history-line-buffer.
           05  FILLER                     PIC X(5).
           05  hist-run-date-txt          PIC X(8).
           05  FILLER                     PIC X(7).
           05  hist-file-list-txt         PIC X(200).
           05  FILLER                     PIC X(4).
           05  hist-run-set-tag           PIC X(5).
           05  hist-run-set-txt           PIC X(10).
           05  FILLER                     PIC X(5).

       01  prior-run-count PIC 9(2) VALUE 0.
       01  prior-run-table.
       01  archive-out-name PIC X(100) VALUE SPACES.
       01  archive-file-idx PIC 9(1).
       01  archive-date-work PIC X(8) VALUE SPACES.
       01  archive-suffix-work PIC X(10) VALUE SPACES.
       01  archive-set-suffix  PIC X(10) VALUE SPACES.
       01  archive-set-kind    PIC X(8)  VALUE SPACES.
       01  archive-set-seq     PIC 9(2)  VALUE 0.
       01  generation-count PIC 9(3) VALUE 0.
       01  generation-table.
           05  generation-entry OCCURS 366 TIMES.
               10  generation-date   PIC X(8).
               10  generation-suffix PIC X(10).
       01  gen-idx          PIC 9(3).
       01  gen-keep-count   PIC 9(3) VALUE 0.
       01  gen-purge-count  PIC 9(3) VALUE 0.
       01  generation-keep-table.
           05  generation-keep-entry OCCURS 366 TIMES.
               10  generation-keep-date   PIC X(8).
               10  generation-keep-suffix PIC X(10).
       01  today-date-present PIC X(1) VALUE "N".
           88  today-date-is-present VALUE "Y".
       01  gen-date-numeric PIC 9(8) VALUE 0.
               MOVE FUNCTION TRIM(command-line-parm (8:))
                   TO file-list-parm
             ELSE
               IF FUNCTION UPPER-CASE(command-line-parm) (1:7) =
                   "RESTATE"
                 MOVE "Y" TO restate-requested
                 MOVE FUNCTION TRIM(command-line-parm (8:))
                     TO file-list-parm
               ELSE
                 IF FUNCTION UPPER-CASE(command-line-parm) (1:7) =
                     "RELEASE"
                   MOVE "Y" TO release-requested
                   MOVE FUNCTION TRIM(command-line-parm (8:))
                       TO release-source-parm
                 ELSE
                   MOVE FUNCTION TRIM(command-line-parm)
                       TO file-list-parm
                 END-IF
               END-IF
             END-IF
           END-IF

             GOBACK
           END-IF

           IF restart-is-requested
             PERFORM read-checkpoint-run-mode
           END-IF

           PERFORM read-hold-list
           IF release-is-requested
             PERFORM select-parked-files-for-release
             IF file-count = 0
               DISPLAY "NO PARKED FILES ARE ELIGIBLE FOR RELEASE"
                   "  STILL HELD: " still-held-count
               MOVE "HLD0004" TO log-message-id
               MOVE SPACES TO log-message-text
               STRING "RELEASE RUN - NO PARKED FILES ARE ELIGIBLE, "
                   still-held-count " STILL HELD"
                   DELIMITED BY SIZE INTO log-message-text
               PERFORM write-run-log
               MOVE 0 TO RETURN-CODE
               GOBACK
             END-IF
           ELSE
             IF FUNCTION TRIM(file-list-parm) = SPACES
               DISPLAY
                   "Enter input file name(s), comma-separated [3.txt]: "
                   WITH NO ADVANCING
               ACCEPT file-list-parm FROM SYSIN
             END-IF
             PERFORM parse-file-list
           END-IF

           PERFORM read-group-size-control
           PERFORM read-source-master
           PERFORM read-item-master
           PERFORM read-processing-calendar
           PERFORM read-batch-register
           IF (restate-is-requested OR release-is-requested)
               AND archive-set-suffix = SPACES
             PERFORM assign-archive-set
           END-IF
           PERFORM build-input-files-display
           PERFORM compute-filelist-checksum

           MOVE "RUN0001" TO log-message-id
           MOVE SPACES TO log-message-text
           EVALUATE TRUE
             WHEN restate-is-requested
               STRING "RESTATEMENT RUN STARTED  INPUT FILE(S): "
                   FUNCTION TRIM(report-input-files-display)
                   DELIMITED BY SIZE INTO log-message-text
             WHEN release-is-requested
               STRING "RELEASE RUN STARTED  INPUT FILE(S): "
                   FUNCTION TRIM(report-input-files-display)
                   DELIMITED BY SIZE INTO log-message-text
             WHEN OTHER
               STRING "RUN STARTED  INPUT FILE(S): "
                   FUNCTION TRIM(report-input-files-display)
                   DELIMITED BY SIZE INTO log-message-text
           END-EVALUATE
           PERFORM write-run-log

           MOVE 1 TO start-file-idx
           IF whatif-mode-on
             PERFORM write-whatif-report
           END-IF
           IF restate-is-requested
             PERFORM write-restatement-report
           END-IF
           PERFORM write-trend-report
           PERFORM append-run-history
           IF release-is-requested
             PERFORM update-parked-index
           END-IF
           PERFORM clear-checkpoint-on-completion

           IF run-severity < 12
             PERFORM write-control-totals
           END-IF

           IF held-parked-count > 0
             DISPLAY "FILES HELD AND PARKED: " held-parked-count
           END-IF
           IF held-not-parked-count > 0
             DISPLAY "HELD FILES NOT PARKED: " held-not-parked-count
           END-IF
           IF release-is-requested
             DISPLAY "PARKED FILES RELEASED: " released-file-count
                 "  REFUSED: " refused-file-count
                 "  STILL HELD: " still-held-count
           END-IF
           DISPLAY "RUN SEVERITY: " run-severity
           MOVE "RUN0002" TO log-message-id
           MOVE run-severity TO log-severity
           MOVE "N" TO header-present
           MOVE "N" TO trailer-present
           MOVE "N" TO file-date-rejected
           MOVE "N" TO file-held
           MOVE "N" TO hold-found
           MOVE "UNKNOWN" TO current-source-id
           MOVE "N" TO restate-file-pending
           MOVE global-group-size TO group-size
           IF restart-actual-record-count-is-saved
               AND file-idx = restart-file-idx
                 MOVE header-source-id TO current-source-id
               END-IF
             END-IF
             MOVE restart-file-posted-groups TO file-posted-groups
             MOVE restart-file-posted-total TO file-posted-total
             IF restart-restate-pending = "Y"
               PERFORM restore-restatement-pending
             END-IF
             MOVE "N" TO restart-actual-record-count-saved
           ELSE
             MOVE 0 TO actual-data-record-count
             MOVE 0 TO file-posted-groups
             MOVE 0 TO file-posted-total
           END-IF

           OPEN INPUT input-file
             END-IF

             CLOSE input-file
             IF file-is-held
               PERFORM park-held-file
             END-IF
             IF header-was-present AND NOT file-date-is-rejected
               PERFORM append-batch-register
               IF restate-file-is-pending
                 PERFORM record-restatement
               END-IF
             END-IF
             IF release-is-requested
               PERFORM note-release-outcome
             END-IF
             MOVE "FIL0003" TO log-message-id
             MOVE SPACES TO log-message-text
           IF is-first-record AND pending-record-text(1:3) = "HDR"
             PERFORM process-header-record
           ELSE
             IF is-first-record AND restate-is-requested
               PERFORM reject-restatement-without-header
             END-IF
             IF is-last-record AND pending-record-text(1:3) = "TRL"
               IF NOT file-is-held
                 PERFORM process-trailer-record
               END-IF
             ELSE
               ADD 1 TO actual-data-record-count
               IF NOT file-date-is-rejected
               " SOURCE " FUNCTION TRIM(header-source-id)
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-run-log
           MOVE "N" TO hold-found
           IF NOT release-is-requested
             MOVE current-source-id TO hold-search-source
             MOVE header-batch-date TO hold-search-date
             PERFORM find-hold-entry
           END-IF
           IF hold-was-found AND NOT restate-is-requested
             PERFORM hold-source-file
           ELSE
             PERFORM validate-header-batch-date
           END-IF
           .

       apply-header-group-size.
               ON SIZE ERROR
                 MOVE 0 TO batch-date-int
             END-COMPUTE
             MOVE run-date-yyyymmdd TO window-reference-date
             IF release-is-requested
                 AND rl-park-date(file-idx) NUMERIC
               MOVE rl-park-date(file-idx) TO window-reference-date
             END-IF
             COMPUTE run-date-int =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(window-reference-date))
             IF batch-date-int = 0
               MOVE "BATCH DATE IS NOT A VALID DATE"
                   TO header-date-reason
                   batch-date-int - run-date-int
               IF FUNCTION ABS(date-window-diff)
                   > batch-date-window-days
                 IF release-is-requested
                   MOVE "BATCH DATE IS TOO FAR FROM THE PARK DATE"
                       TO header-date-reason
                 ELSE
                   MOVE "BATCH DATE IS TOO FAR FROM THE RUN DATE"
                       TO header-date-reason
                 END-IF
               ELSE
                 IF calendar-is-present
                   MOVE "N" TO calendar-found
             END-IF
           END-IF

           IF header-date-reason = SPACES AND hold-was-found
             MOVE "SOURCE IS ON HOLD - RELEASE BEFORE RESTATING"
                 TO header-date-reason
           END-IF

           IF header-date-reason = SPACES
             PERFORM find-register-pair
             IF restate-is-requested
               PERFORM check-restatement-eligibility
             ELSE
               IF register-pair-was-found
                 MOVE "SOURCE/BATCH DATE ALREADY ON THE REGISTER"
                     TO header-date-reason
               END-IF
             END-IF
           END-IF

           IF header-date-reason NOT = SPACES
             MOVE "Y" TO file-date-rejected
             IF restate-is-requested
               PERFORM add-restatement-refusal
             END-IF
             PERFORM write-header-date-exception
             ADD 1 TO exception-count
             MOVE 8 TO candidate-severity
                 " - EXCLUDED FROM GRAND TOTAL"
                 DELIMITED BY SIZE INTO log-message-text
             PERFORM write-run-log
           ELSE
             IF restate-is-requested
               PERFORM back-out-original-batch
             END-IF
           END-IF
           .

       find-register-pair.
           MOVE "N" TO register-found
           MOVE 0 TO register-match
           MOVE 1 TO register-idx
           PERFORM UNTIL register-idx > register-count
             IF rt-source-id(register-idx) = current-source-id
                 AND rt-batch-date(register-idx) = header-batch-date
               MOVE "Y" TO register-found
               MOVE register-idx TO register-match
             END-IF
             ADD 1 TO register-idx
           END-PERFORM
           .

       check-restatement-eligibility.
           IF NOT register-pair-was-found
             MOVE "NOT ON THE REGISTER - NOTHING TO RESTATE"
                 TO header-date-reason
           ELSE
             IF register-match > register-loaded-count
               MOVE "SOURCE/BATCH DATE ALREADY RESTATED IN THIS RUN"
                   TO header-date-reason
             ELSE
               IF rt-run-date(register-match) = SPACES
                   OR rt-file-name(register-match) = SPACES
                 MOVE "ORIGINAL POSTING NOT TRACEABLE ON THE REGISTER"
                     TO header-date-reason
               END-IF
             END-IF
           END-IF
           .

           IF chosenone-was-found
             ADD out TO grand-total-out
             ADD 1 TO group-total-count
             ADD 1 TO file-posted-groups
             ADD out TO file-posted-total
             ADD 1 TO summary-item-count
                 (file-idx, chosen-item-index)
             ADD out TO summary-item-priority
               "-" dup-known-to(dup-match-idx)
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-run-log
           MOVE SPACES TO error-record
           STRING "FILE " FUNCTION TRIM(current-file-name)
               " SOURCE " FUNCTION TRIM(current-source-id)
               " DUPLICATE GROUP " group-start-line-count "-" line-count
               " ALREADY PROCESSED AS FILE "
               FUNCTION TRIM(batch-file-name(
                   dup-known-file-idx(dup-match-idx)))
               " " dup-known-from(dup-match-idx)
               "-" dup-known-to(dup-match-idx)
               " - NOT SCORED"
               DELIMITED BY SIZE INTO error-record
           WRITE error-record
           PERFORM write-ack-duplicate
           IF dup-report-count < 200
             ADD 1 TO dup-report-count
             MOVE SPACES TO ckpt-source-work
             MOVE SPACES TO ckpt-date-work
           END-IF
           IF restate-file-is-pending
             MOVE "Y" TO restart-restate-pending
           ELSE
             MOVE "N" TO restart-restate-pending
           END-IF
           MOVE SPACES TO restart-run-mode
           MOVE SPACES TO restart-release-outcomes
           IF restate-is-requested
             MOVE "RESTATE" TO restart-run-mode
           END-IF
           IF release-is-requested
             MOVE "RELEASE" TO restart-run-mode
             MOVE 1 TO release-idx
             PERFORM UNTIL release-idx > file-count
               EVALUATE rl-outcome(release-idx)
                 WHEN "RELEASED"
                   MOVE "R" TO restart-release-outcome(release-idx)
                 WHEN "REFUSED"
                   MOVE "F" TO restart-release-outcome(release-idx)
               END-EVALUATE
               ADD 1 TO release-idx
             END-PERFORM
           END-IF
           MOVE SPACES TO checkpoint-line-buffer
           STRING "FILE=" file-idx " LINE=" line-count
               " TOTAL=" grand-total-out
               " AMEMB=" audit-member-lines
               " HSRC=" ckpt-source-work
               " HDATE=" ckpt-date-work
               " FGRP=" file-posted-groups
               " FTOT=" file-posted-total
               " RSTP=" restart-restate-pending
               " MODE=" restart-run-mode
               " SET=" archive-set-suffix
               " RSRC=" release-source-parm
               " RLOC=" restart-release-outcomes
               DELIMITED BY SIZE INTO checkpoint-line-buffer
           MOVE checkpoint-line-buffer TO checkpoint-record
           OPEN OUTPUT checkpoint-file
           CLOSE checkpoint-file
           .

       read-checkpoint-run-mode.
           OPEN INPUT checkpoint-file
           IF checkpoint-is-ok
             READ checkpoint-file
             IF checkpoint-is-ok
               MOVE checkpoint-record TO checkpoint-line-buffer
               EVALUATE ckpt-run-mode-txt
                 WHEN "RESTATE"
                   MOVE "Y" TO restate-requested
                   MOVE ckpt-archive-set-txt TO archive-set-suffix
                 WHEN "RELEASE"
                   MOVE "Y" TO release-requested
                   MOVE ckpt-archive-set-txt TO archive-set-suffix
                   MOVE ckpt-release-source-txt TO release-source-parm
               END-EVALUATE
             END-IF
             CLOSE checkpoint-file
           END-IF
           .

       restore-release-outcomes.
           MOVE 0 TO released-file-count
           MOVE 0 TO refused-file-count
           MOVE 1 TO release-idx
           PERFORM UNTIL release-idx >= restart-file-idx
               OR release-idx > file-count
             EVALUATE ckpt-release-outcome(release-idx)
               WHEN "R"
                 MOVE "RELEASED" TO rl-outcome(release-idx)
                 ADD 1 TO released-file-count
               WHEN "F"
                 MOVE "REFUSED" TO rl-outcome(release-idx)
                 ADD 1 TO refused-file-count
             END-EVALUATE
             ADD 1 TO release-idx
           END-PERFORM
           .

       restart-from-checkpoint.
           MOVE "N" TO checkpoint-restored
           MOVE "N" TO checkpoint-filelist-mismatch
                 END-IF
                 MOVE ckpt-header-source-txt TO restart-header-source
                 MOVE ckpt-header-date-txt TO restart-header-date
                 MOVE 0 TO restart-file-posted-groups
                 MOVE 0 TO restart-file-posted-total
                 IF ckpt-file-groups-txt NUMERIC
                     AND ckpt-file-total-txt NUMERIC
                   MOVE ckpt-file-groups-txt
                       TO restart-file-posted-groups
                   MOVE ckpt-file-total-txt
                       TO restart-file-posted-total
                 END-IF
                 MOVE "N" TO restart-restate-pending
                 IF ckpt-restate-pending-txt = "Y"
                   MOVE "Y" TO restart-restate-pending
                 END-IF
                 IF release-is-requested
                   PERFORM restore-release-outcomes
                 END-IF
                 MOVE "Y" TO restart-actual-record-count-saved
                 MOVE "Y" TO checkpoint-restored
                 COMPUTE start-line-count = skip-line-count + 1
               "  ORIGIN: " retention-days-origin
               DELIMITED BY SIZE INTO report-record
           PERFORM write-report-header-line
           MOVE SPACES TO report-record
           STRING "  HOLD-LIST: " hold-list-count " ENTRIES"
               "  ORIGIN: 3-holds.txt"
               DELIMITED BY SIZE INTO report-record
           PERFORM write-report-header-line
           .

       write-report-header-line.
                 DELIMITED BY SIZE INTO report-record
             PERFORM write-report-header-line

             IF release-is-requested
               MOVE SPACES TO report-record
               STRING "RELEASE RUN - PARKED FILES SCORED UNDER THEIR "
                   "ORIGINAL BATCH DATES"
                   DELIMITED BY SIZE INTO report-record
               PERFORM write-report-header-line
             END-IF

             PERFORM write-effective-parameters

             MOVE SPACES TO report-record
           .

       accumulate-source-total.
           PERFORM find-source-total-entry
           ADD 1 TO st-group-count(source-total-match)
           ADD out TO st-priority-total(source-total-match)
           .

       find-source-total-entry.
           MOVE 0 TO source-total-match
           MOVE 1 TO source-total-idx
           PERFORM UNTIL source-total-idx > source-total-count
                 TO st-source-id(source-total-match)
             MOVE 0 TO st-group-count(source-total-match)
             MOVE 0 TO st-priority-total(source-total-match)
             MOVE 0 TO st-backout-groups(source-total-match)
             MOVE 0 TO st-backout-total(source-total-match)
           END-IF
           .

       accumulate-whatif-totals.
               st-priority-total(source-total-idx)
               DELIMITED BY SIZE INTO report-record
           WRITE report-record
           IF st-backout-groups(source-total-idx) > 0
               OR st-backout-total(source-total-idx) > 0
             COMPUTE restate-net-total =
                 st-priority-total(source-total-idx)
                 - st-backout-total(source-total-idx)
             MOVE restate-net-total TO restate-net-show
             MOVE SPACES TO report-record
             STRING "  RESTATED - BACKED OUT GROUPS "
                 st-backout-groups(source-total-idx)
                 "  PRIORITY TOTAL "
                 st-backout-total(source-total-idx)
                 "  NET ADJUSTMENT " FUNCTION TRIM(restate-net-show)
                 DELIMITED BY SIZE INTO report-record
             WRITE report-record
           END-IF
           ADD 1 TO source-total-idx
           .

                 IF register-line-buffer(1:4) = "SRC="
                     AND register-count < 500
                   ADD 1 TO register-count
                   PERFORM load-register-entry
                 END-IF
               END-IF
             END-PERFORM
             CLOSE register-file
           END-IF
           MOVE register-count TO register-loaded-count
           .

       load-register-entry.
           MOVE reg-source-id TO rt-source-id(register-count)
           MOVE reg-batch-date TO rt-batch-date(register-count)
           MOVE SPACES TO rt-run-date(register-count)
           MOVE SPACES TO rt-file-name(register-count)
           MOVE SPACES TO rt-run-set(register-count)
           MOVE 0 TO rt-group-count(register-count)
           MOVE 0 TO rt-priority-total(register-count)
           IF reg-run-date NUMERIC
             MOVE reg-run-date TO rt-run-date(register-count)
             MOVE reg-file-name TO rt-file-name(register-count)
             IF reg-run-set-tag = " SET="
               MOVE reg-run-set TO rt-run-set(register-count)
             END-IF
             IF reg-group-count-txt NUMERIC
               MOVE reg-group-count-txt
                   TO rt-group-count(register-count)
             END-IF
             IF reg-priority-total-txt NUMERIC
               MOVE reg-priority-total-txt
                   TO rt-priority-total(register-count)
             END-IF
           END-IF
           .

       append-batch-register.
           MOVE SPACES TO register-line-buffer
           STRING "SRC=" current-source-id
               " DATE=" header-batch-date
               " RUN=" run-date-yyyymmdd
               " GRP=" file-posted-groups
               " TOT=" file-posted-total
               " FILE=" FUNCTION TRIM(current-file-name)
               DELIMITED BY SIZE INTO register-line-buffer
           IF archive-set-suffix NOT = SPACES
             MOVE " SET=" TO reg-run-set-tag
             MOVE archive-set-suffix(2:) TO reg-run-set
           END-IF
           OPEN EXTEND register-file
           IF NOT register-is-ok
             OPEN OUTPUT register-file
           CLOSE register-file
           IF register-count < 500
             ADD 1 TO register-count
             PERFORM load-register-entry
           END-IF
           MOVE "REG0001" TO log-message-id
           MOVE SPACES TO log-message-text
           PERFORM write-run-log
           .

       read-hold-list.
           MOVE 0 TO hold-list-count
           OPEN INPUT holds-file
           IF holds-is-ok
             PERFORM UNTIL holds-end-of-file
               READ holds-file
               IF holds-is-ok
                 IF FUNCTION TRIM(holds-record) NOT = SPACES
                   PERFORM apply-hold-list-record
                 END-IF
               END-IF
             END-PERFORM
             CLOSE holds-file
           END-IF
           .

       apply-hold-list-record.
           MOVE SPACES TO hold-source-part
           MOVE SPACES TO hold-date-part
           UNSTRING holds-record DELIMITED BY ","
               INTO hold-source-part hold-date-part
           MOVE FUNCTION TRIM(hold-date-part) TO hold-search-date
           IF hold-search-date NOT = SPACES
               AND hold-search-date NOT NUMERIC
             MOVE SPACES TO control-warning-work
             STRING "HOLD LIST LINE IGNORED - BATCH DATE "
                 FUNCTION TRIM(hold-date-part) " IS NOT NUMERIC"
                 DELIMITED BY SIZE INTO control-warning-work
             PERFORM add-control-warning
           ELSE
             IF hold-list-count < 100
               ADD 1 TO hold-list-count
               MOVE FUNCTION TRIM(hold-source-part)
                   TO hl-source-id(hold-list-count)
               MOVE hold-search-date
                   TO hl-batch-date(hold-list-count)
             END-IF
           END-IF
           .

       find-hold-entry.
           MOVE "N" TO hold-found
           MOVE 1 TO hold-list-idx
           PERFORM UNTIL hold-list-idx > hold-list-count
               OR hold-was-found
             IF hl-source-id(hold-list-idx) = hold-search-source
                 AND (hl-batch-date(hold-list-idx) = SPACES
                   OR hl-batch-date(hold-list-idx) = hold-search-date)
               MOVE "Y" TO hold-found
             END-IF
             ADD 1 TO hold-list-idx
           END-PERFORM
           .

       hold-source-file.
           MOVE "Y" TO file-held
           MOVE "Y" TO file-date-rejected
           ADD 1 TO held-file-count
           MOVE "Y" TO held-copy-state
           MOVE SPACES TO held-copy-reason
           MOVE 0 TO held-copy-status
           PERFORM find-held-base-name
           MOVE SPACES TO held-file-name
           STRING "3-held-" run-date-yyyymmdd "-"
               FUNCTION TRIM(current-file-name(held-name-start:))
               DELIMITED BY SIZE INTO held-file-name
             ON OVERFLOW
               MOVE "N" TO held-copy-state
               MOVE "HELD COPY NAME IS OVER 100 CHARACTERS"
                   TO held-copy-reason
           END-STRING
           MOVE SPACES TO report-record
           IF held-copy-is-ok
             STRING "FILE " FUNCTION TRIM(current-file-name)
                 " SOURCE " FUNCTION TRIM(current-source-id)
                 " BATCH DATE " header-batch-date
                 " HELD - PARKED AS " FUNCTION TRIM(held-file-name)
                 " - NOT SCORED"
                 DELIMITED BY SIZE INTO report-record
           ELSE
             STRING "FILE " FUNCTION TRIM(current-file-name)
                 " SOURCE " FUNCTION TRIM(current-source-id)
                 " BATCH DATE " header-batch-date
                 " HELD - NOT PARKED - NOT SCORED"
                 DELIMITED BY SIZE INTO report-record
           END-IF
           PERFORM write-report-header-line
           PERFORM write-ack-held
           DISPLAY "HELD: FILE " FUNCTION TRIM(current-file-name)
               " SOURCE " FUNCTION TRIM(current-source-id)
               " BATCH DATE " header-batch-date
           MOVE "HLD0001" TO log-message-id
           MOVE SPACES TO log-message-text
           STRING "SOURCE ON HOLD: "
               FUNCTION TRIM(current-source-id)
               " BATCH DATE " header-batch-date
               " FILE " FUNCTION TRIM(current-file-name)
               " WILL BE PARKED"
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-run-log
           .

       find-held-base-name.
           MOVE 1 TO held-name-start
           MOVE 1 TO held-name-idx
           PERFORM UNTIL held-name-idx > 99
             IF current-file-name(held-name-idx:1) = "/"
                 OR current-file-name(held-name-idx:1) = "\"
               COMPUTE held-name-start = held-name-idx + 1
             END-IF
             ADD 1 TO held-name-idx
           END-PERFORM
           .

       park-held-file.
           IF held-copy-is-ok
             MOVE current-file-name TO archive-in-name
             MOVE held-file-name TO archive-out-name
             OPEN INPUT archive-in-file
             IF archive-in-is-ok
               PERFORM copy-held-file
               CLOSE archive-in-file
             ELSE
               MOVE "N" TO held-copy-state
               MOVE "FILE COULD NOT BE REOPENED FOR COPY"
                   TO held-copy-reason
               MOVE archive-in-file-status TO held-copy-status
             END-IF
           END-IF
           IF held-copy-is-ok
             ADD 1 TO held-parked-count
             PERFORM append-parked-index
           ELSE
             PERFORM note-held-file-not-parked
           END-IF
           .

       copy-held-file.
           OPEN OUTPUT archive-out-file
           IF NOT archive-out-is-ok
             MOVE "N" TO held-copy-state
             MOVE "HELD COPY COULD NOT BE CREATED" TO held-copy-reason
             MOVE archive-out-file-status TO held-copy-status
           ELSE
             PERFORM UNTIL archive-in-end-of-file
                 OR NOT held-copy-is-ok
               READ archive-in-file
               IF archive-in-is-ok
                 MOVE archive-in-record TO archive-out-record
                 WRITE archive-out-record
                 IF NOT archive-out-is-ok
                   MOVE "N" TO held-copy-state
                   MOVE "HELD COPY COULD NOT BE WRITTEN"
                       TO held-copy-reason
                   MOVE archive-out-file-status TO held-copy-status
                 END-IF
               END-IF
             END-PERFORM
             CLOSE archive-out-file
             IF NOT held-copy-is-ok
               DELETE FILE archive-out-file
             END-IF
           END-IF
           .

       note-held-file-not-parked.
           ADD 1 TO held-not-parked-count
           PERFORM write-held-not-parked-exception
           ADD 1 TO exception-count
           MOVE 12 TO candidate-severity
           PERFORM raise-severity
           DISPLAY "HELD FILE NOT PARKED: "
               FUNCTION TRIM(current-file-name) " - "
               FUNCTION TRIM(held-copy-reason)
           MOVE "HLD0005" TO log-message-id
           MOVE 12 TO log-severity
           MOVE SPACES TO log-message-text
           STRING "FILE " FUNCTION TRIM(current-file-name)
               " HELD BUT NOT PARKED: "
               FUNCTION TRIM(held-copy-reason)
               " (STATUS " held-copy-status ")"
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-run-log
           .

       append-parked-index.
           MOVE "N" TO parked-entry-found
           OPEN INPUT parked-file
           IF parked-is-ok
             PERFORM UNTIL parked-end-of-file
               READ parked-file
               IF parked-is-ok
                 MOVE parked-record TO parked-line-buffer
                 IF parked-line-buffer(1:4) = "PRK="
                     AND prk-status = "PARKED"
                     AND prk-held-name = held-file-name
                   MOVE "Y" TO parked-entry-found
                 END-IF
               END-IF
             END-PERFORM
             CLOSE parked-file
           END-IF
           IF NOT parked-entry-was-found
             MOVE SPACES TO parked-line-buffer
             STRING "PRK=" current-source-id
                 " DATE=" header-batch-date
                 " PARKED=" run-date-yyyymmdd
                 " STATUS=" "PARKED  "
                 " RELEASED=" "        "
                 " FILE=" current-file-name
                 " HELD=" held-file-name
                 DELIMITED BY SIZE INTO parked-line-buffer
             OPEN EXTEND parked-file
             IF NOT parked-is-ok
               OPEN OUTPUT parked-file
             END-IF
             MOVE parked-line-buffer TO parked-record
             WRITE parked-record
             CLOSE parked-file
           END-IF
           MOVE "HLD0002" TO log-message-id
           MOVE SPACES TO log-message-text
           STRING "FILE PARKED: " FUNCTION TRIM(current-file-name)
               " AS " FUNCTION TRIM(held-file-name)
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-run-log
           .

       select-parked-files-for-release.
           ACCEPT run-date-yyyymmdd FROM DATE YYYYMMDD
           MOVE 0 TO file-count
           MOVE 0 TO still-held-count
           MOVE 0 TO release-deferred-count
           OPEN INPUT parked-file
           IF parked-is-ok
             PERFORM UNTIL parked-end-of-file
               READ parked-file
               IF parked-is-ok
                 MOVE parked-record TO parked-line-buffer
                 IF parked-line-buffer(1:4) = "PRK="
                     AND prk-status = "PARKED"
                   PERFORM consider-parked-entry
                 END-IF
               END-IF
             END-PERFORM
             CLOSE parked-file
           ELSE
             DISPLAY "The parked file index could not be opened: "
                 "3-parked.txt"
           END-IF
           IF release-deferred-count > 0
             DISPLAY "PARKED FILES LEFT FOR THE NEXT RELEASE RUN: "
                 release-deferred-count
           END-IF
           .

       consider-parked-entry.
           IF release-source-parm = SPACES
               OR release-source-parm = prk-source-id
             MOVE prk-source-id TO hold-search-source
             MOVE prk-batch-date TO hold-search-date
             PERFORM find-hold-entry
             IF hold-was-found
               ADD 1 TO still-held-count
             ELSE
               IF file-count < 50
                 ADD 1 TO file-count
                 MOVE prk-held-name TO batch-file-name(file-count)
                 MOVE prk-park-date TO rl-park-date(file-count)
                 MOVE SPACES TO rl-outcome(file-count)
               ELSE
                 ADD 1 TO release-deferred-count
               END-IF
             END-IF
           END-IF
           MOVE "N" TO hold-found
           .

       note-release-outcome.
           IF header-was-present AND NOT file-date-is-rejected
             MOVE "RELEASED" TO rl-outcome(file-idx)
             ADD 1 TO released-file-count
           ELSE
             MOVE "REFUSED" TO rl-outcome(file-idx)
             ADD 1 TO refused-file-count
           END-IF
           MOVE "HLD0003" TO log-message-id
           MOVE SPACES TO log-message-text
           STRING "PARKED FILE " FUNCTION TRIM(current-file-name)
               " " FUNCTION TRIM(rl-outcome(file-idx))
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-run-log
           .

       update-parked-index.
           OPEN INPUT parked-file
           IF parked-is-ok
             OPEN OUTPUT parked-work-file
             PERFORM UNTIL parked-end-of-file
               READ parked-file
               IF parked-is-ok
                 MOVE parked-record TO parked-line-buffer
                 IF parked-line-buffer(1:4) = "PRK="
                     AND prk-status = "PARKED"
                   PERFORM apply-release-outcome
                 END-IF
                 MOVE parked-line-buffer TO parked-work-record
                 WRITE parked-work-record
               END-IF
             END-PERFORM
             CLOSE parked-work-file
             CLOSE parked-file

             OPEN INPUT parked-work-file
             OPEN OUTPUT parked-file
             PERFORM UNTIL parked-work-end-of-file
               READ parked-work-file
               IF parked-work-is-ok
                 MOVE parked-work-record TO parked-record
                 WRITE parked-record
               END-IF
             END-PERFORM
             CLOSE parked-file
             CLOSE parked-work-file
             DELETE FILE parked-work-file
           END-IF
           .

       apply-release-outcome.
           MOVE 1 TO release-idx
           PERFORM UNTIL release-idx > file-count
             IF batch-file-name(release-idx) = prk-held-name
                 AND rl-outcome(release-idx) NOT = SPACES
               MOVE rl-outcome(release-idx) TO prk-status
               MOVE run-date-yyyymmdd TO prk-release-date
             END-IF
             ADD 1 TO release-idx
           END-PERFORM
           .

       back-out-original-batch.
           MOVE "Y" TO restate-file-pending
           PERFORM load-restatement-original
           MOVE 0 TO restate-results-removed
           MOVE 0 TO restate-results-total
           IF results-file-is-usable
             PERFORM back-out-results-records
           END-IF
           PERFORM back-out-history-line
           PERFORM find-source-total-entry
           ADD restate-orig-groups
               TO st-backout-groups(source-total-match)
           ADD restate-orig-total
               TO st-backout-total(source-total-match)
           DISPLAY "RESTATEMENT: SOURCE "
               FUNCTION TRIM(current-source-id)
               " BATCH DATE " header-batch-date
               " ORIGINAL RUN " restate-orig-run-date
               " PRIORITY TOTAL " restate-orig-total " BACKED OUT"
           MOVE "RST0001" TO log-message-id
           MOVE SPACES TO log-message-text
           STRING "ORIGINAL BATCH BACKED OUT: SOURCE "
               FUNCTION TRIM(current-source-id)
               " DATE " header-batch-date
               " ORIGINAL RUN " restate-orig-run-date
               " GROUPS " restate-orig-groups
               " TOTAL " restate-orig-total
               " RESULTS REMOVED " restate-results-removed
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-run-log
           IF NOT restate-history-was-adjusted
             MOVE 4 TO candidate-severity
             PERFORM raise-severity
             MOVE "RST0002" TO log-message-id
             MOVE 4 TO log-severity
             MOVE SPACES TO log-message-text
             STRING "RUN HISTORY LINE FOR " restate-orig-run-date
                 " FILE " FUNCTION TRIM(restate-orig-file-name)
                 " NOT FOUND - HISTORY NOT ADJUSTED"
                 DELIMITED BY SIZE INTO log-message-text
             PERFORM write-run-log
           END-IF
           .

       load-restatement-original.
           MOVE rt-run-date(register-match) TO restate-orig-run-date
           MOVE rt-file-name(register-match)
               TO restate-orig-file-name
           MOVE rt-run-set(register-match) TO restate-orig-set
           MOVE rt-group-count(register-match) TO restate-orig-groups
           MOVE rt-priority-total(register-match)
               TO restate-orig-total
           .

       restore-restatement-pending.
           PERFORM find-register-pair
           IF register-pair-was-found
             MOVE "Y" TO restate-file-pending
             PERFORM load-restatement-original
             MOVE 0 TO restate-results-removed
             MOVE 0 TO restate-results-total
             MOVE "R" TO restate-history-adjusted
           END-IF
           .

       back-out-results-records.
           MOVE SPACES TO results-record
           MOVE restate-orig-file-name TO res-file-name
           MOVE 0 TO res-line-from
           MOVE "N" TO results-scan-done
           START results-file KEY IS NOT LESS THAN results-key
             INVALID KEY
               MOVE "Y" TO results-scan-done
           END-START
           PERFORM UNTIL results-scan-is-done
             READ results-file NEXT RECORD
               AT END
                 MOVE "Y" TO results-scan-done
               NOT AT END
                 IF res-file-name NOT = restate-orig-file-name
                   MOVE "Y" TO results-scan-done
                 ELSE
                   IF res-source-id = current-source-id
                       AND res-run-date = restate-orig-run-date
                     ADD 1 TO restate-results-removed
                     ADD res-priority TO restate-results-total
                     DELETE results-file RECORD
                       INVALID KEY
                         CONTINUE
                     END-DELETE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

       back-out-history-line.
           MOVE "N" TO restate-history-adjusted
           MOVE SPACES TO history-search-key
           STRING "," FUNCTION TRIM(restate-orig-file-name) ","
               DELIMITED BY SIZE INTO history-search-key
           MOVE FUNCTION BYTE-LENGTH(FUNCTION TRIM(history-search-key))
               TO history-search-len
           MOVE 0 TO history-match-line
           MOVE 0 TO history-line-number
           OPEN INPUT history-file
           IF history-is-ok
             PERFORM UNTIL history-end-of-file
               READ history-file
               IF history-is-ok
                 ADD 1 TO history-line-number
                 PERFORM match-history-line-to-restate
               END-IF
             END-PERFORM
             CLOSE history-file
           END-IF
           IF history-match-line > 0
             PERFORM rewrite-history-with-backout
           END-IF
           .

       match-history-line-to-restate.
           MOVE history-record TO history-line-buffer
           IF hist-run-date-txt = restate-orig-run-date
               AND hist-run-set-txt = restate-orig-set
             MOVE SPACES TO history-files-work
             STRING "," FUNCTION TRIM(hist-file-list-txt) ","
                 DELIMITED BY SIZE INTO history-files-work
             MOVE 0 TO history-file-tally
             INSPECT history-files-work TALLYING history-file-tally
                 FOR ALL history-search-key(1:history-search-len)
             IF history-file-tally > 0
               MOVE history-line-number TO history-match-line
             END-IF
           END-IF
           .

       rewrite-history-with-backout.
           OPEN INPUT history-file
           OPEN OUTPUT history-work-file
           MOVE 0 TO history-line-number
           PERFORM UNTIL history-end-of-file
             READ history-file
             IF history-is-ok
               ADD 1 TO history-line-number
               MOVE history-record TO history-line-buffer
               IF history-line-number = history-match-line
                 PERFORM apply-history-backout
               END-IF
               MOVE history-line-buffer TO history-work-record
               WRITE history-work-record
             END-IF
           END-PERFORM
           CLOSE history-work-file
           CLOSE history-file

           OPEN INPUT history-work-file
           OPEN OUTPUT history-file
           PERFORM UNTIL history-work-end-of-file
             READ history-work-file
             IF history-work-is-ok
               MOVE history-work-record TO history-record
               WRITE history-record
             END-IF
           END-PERFORM
           CLOSE history-file
           CLOSE history-work-file
           DELETE FILE history-work-file
           .

       apply-history-backout.
           IF hist-group-count-txt NUMERIC
               AND hist-grand-total-txt NUMERIC
             MOVE hist-group-count-txt TO history-groups-work
             IF history-groups-work > restate-orig-groups
               SUBTRACT restate-orig-groups FROM history-groups-work
             ELSE
               MOVE 0 TO history-groups-work
             END-IF
             MOVE history-groups-work TO hist-group-count-txt
             MOVE hist-grand-total-txt TO history-numeric-work
             IF history-numeric-work > restate-orig-total
               SUBTRACT restate-orig-total FROM history-numeric-work
             ELSE
               MOVE 0 TO history-numeric-work
             END-IF
             MOVE history-numeric-work TO hist-grand-total-txt
             MOVE "Y" TO restate-history-adjusted
           END-IF
           .

       reject-restatement-without-header.
           MOVE SPACES TO header-batch-date
           MOVE "NO HEADER RECORD - FILE CANNOT BE RESTATED"
               TO header-date-reason
           MOVE "Y" TO file-date-rejected
           PERFORM add-restatement-refusal
           PERFORM write-header-date-exception
           ADD 1 TO exception-count
           MOVE 8 TO candidate-severity
           PERFORM raise-severity
           MOVE "RST0004" TO log-message-id
           MOVE 8 TO log-severity
           MOVE SPACES TO log-message-text
           STRING "FILE " FUNCTION TRIM(current-file-name)
               " HAS NO HEADER RECORD - NOT RESTATED"
               " - EXCLUDED FROM GRAND TOTAL"
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-run-log
           .

       add-restatement-refusal.
           ADD 1 TO restate-refused-count
           IF restate-count < 50
             ADD 1 TO restate-count
             MOVE "REFUSED" TO rs-status(restate-count)
             MOVE current-source-id TO rs-source-id(restate-count)
             MOVE header-batch-date TO rs-batch-date(restate-count)
             MOVE FUNCTION TRIM(current-file-name)
                 TO rs-file-name(restate-count)
             MOVE header-date-reason TO rs-reason(restate-count)
             MOVE SPACES TO rs-orig-run-date(restate-count)
             MOVE SPACES TO rs-orig-file-name(restate-count)
             MOVE 0 TO rs-orig-groups(restate-count)
             MOVE 0 TO rs-orig-total(restate-count)
             MOVE 0 TO rs-new-groups(restate-count)
             MOVE 0 TO rs-new-total(restate-count)
             MOVE 0 TO rs-results-removed(restate-count)
             MOVE 0 TO rs-results-total(restate-count)
             MOVE "N" TO rs-history-adjusted(restate-count)
           END-IF
           .

       record-restatement.
           MOVE SPACES TO register-line-buffer
           STRING "RST=" current-source-id
               " DATE=" header-batch-date
               " RUN=" run-date-yyyymmdd
               " ORUN=" restate-orig-run-date
               " OGRP=" restate-orig-groups
               " OTOT=" restate-orig-total
               " NGRP=" file-posted-groups
               " NTOT=" file-posted-total
               " OFILE=" FUNCTION TRIM(restate-orig-file-name)
               DELIMITED BY SIZE INTO register-line-buffer
           MOVE " OSET=" TO rst-orig-set-tag
           MOVE restate-orig-set TO rst-orig-set
           OPEN EXTEND register-file
           IF NOT register-is-ok
             OPEN OUTPUT register-file
           END-IF
           MOVE register-line-buffer TO register-record
           WRITE register-record
           CLOSE register-file

           ADD 1 TO restate-done-count
           ADD restate-orig-total TO restate-original-sum
           ADD file-posted-total TO restate-replacement-sum
           IF restate-count < 50
             ADD 1 TO restate-count
             MOVE "RESTATED" TO rs-status(restate-count)
             MOVE current-source-id TO rs-source-id(restate-count)
             MOVE header-batch-date TO rs-batch-date(restate-count)
             MOVE FUNCTION TRIM(current-file-name)
                 TO rs-file-name(restate-count)
             MOVE SPACES TO rs-reason(restate-count)
             MOVE restate-orig-run-date
                 TO rs-orig-run-date(restate-count)
             MOVE restate-orig-file-name
                 TO rs-orig-file-name(restate-count)
             MOVE restate-orig-groups TO rs-orig-groups(restate-count)
             MOVE restate-orig-total TO rs-orig-total(restate-count)
             MOVE file-posted-groups TO rs-new-groups(restate-count)
             MOVE file-posted-total TO rs-new-total(restate-count)
             MOVE restate-results-removed
                 TO rs-results-removed(restate-count)
             MOVE restate-results-total
                 TO rs-results-total(restate-count)
             MOVE restate-history-adjusted
                 TO rs-history-adjusted(restate-count)
           END-IF

           COMPUTE restate-net-total =
               file-posted-total - restate-orig-total
           MOVE restate-net-total TO restate-net-show
           MOVE "RST0003" TO log-message-id
           MOVE SPACES TO log-message-text
           STRING "BATCH RESTATED: SOURCE "
               FUNCTION TRIM(current-source-id)
               " DATE " header-batch-date
               " ORIGINAL TOTAL " restate-orig-total
               " REPLACEMENT TOTAL " file-posted-total
               " NET " FUNCTION TRIM(restate-net-show)
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-run-log
           MOVE "N" TO restate-file-pending
           .

       write-restatement-report.
           OPEN OUTPUT restate-file
           MOVE SPACES TO restate-record
           STRING "RESTATEMENT REPORT  INPUT FILE(S): "
               FUNCTION TRIM(report-input-files-display)
               "  RUN DATE: " run-date-display
               "  WEIGHT TABLE: " active-weight-name
               DELIMITED BY SIZE INTO restate-record
           WRITE restate-record

           IF checkpoint-was-restored
             MOVE SPACES TO restate-record
             STRING "NOTE: RUN WAS RESTARTED FROM A CHECKPOINT - "
                 "BATCHES FINISHED BEFORE THE RESTART ARE ON THE "
                 "REGISTER BUT NOT LISTED BELOW"
                 DELIMITED BY SIZE INTO restate-record
             WRITE restate-record
           END-IF

           IF restate-count = 0
             MOVE SPACES TO restate-record
             MOVE "NO BATCHES WERE RESTATED OR REFUSED IN THIS RUN"
                 TO restate-record
             WRITE restate-record
           ELSE
             MOVE 1 TO restate-idx
             PERFORM write-restatement-entry
                 UNTIL restate-idx > restate-count
           END-IF

           COMPUTE restate-net-total =
               restate-replacement-sum - restate-original-sum
           MOVE restate-net-total TO restate-net-show
           MOVE SPACES TO restate-record
           STRING "RESTATEMENT TOTALS  BATCHES RESTATED "
               restate-done-count
               "  REFUSED " restate-refused-count
               DELIMITED BY SIZE INTO restate-record
           WRITE restate-record
           MOVE SPACES TO restate-record
           STRING "  ORIGINAL TOTAL " restate-original-sum
               "  REPLACEMENT TOTAL " restate-replacement-sum
               "  NET ADJUSTMENT " FUNCTION TRIM(restate-net-show)
               DELIMITED BY SIZE INTO restate-record
           WRITE restate-record
           CLOSE restate-file

           DISPLAY "RESTATEMENT REPORT WRITTEN  BATCHES RESTATED: "
               restate-done-count "  REFUSED: " restate-refused-count
               "  NET ADJUSTMENT: " FUNCTION TRIM(restate-net-show)
           .

       write-restatement-entry.
           MOVE SPACES TO restate-record
           IF rs-status(restate-idx) = "REFUSED"
             STRING "SOURCE " FUNCTION TRIM(rs-source-id(restate-idx))
                 "  BATCH DATE " rs-batch-date(restate-idx)
                 "  FILE " FUNCTION TRIM(rs-file-name(restate-idx))
                 "  REFUSED - " FUNCTION TRIM(rs-reason(restate-idx))
                 DELIMITED BY SIZE INTO restate-record
             WRITE restate-record
           ELSE
             STRING "SOURCE " FUNCTION TRIM(rs-source-id(restate-idx))
                 "  BATCH DATE " rs-batch-date(restate-idx)
                 "  RESTATED"
                 DELIMITED BY SIZE INTO restate-record
             WRITE restate-record
             MOVE SPACES TO restate-record
             STRING "  ORIGINAL     RUN DATE "
                 rs-orig-run-date(restate-idx)
                 "  GROUPS " rs-orig-groups(restate-idx)
                 "  PRIORITY TOTAL " rs-orig-total(restate-idx)
                 "  FILE "
                 FUNCTION TRIM(rs-orig-file-name(restate-idx))
                 DELIMITED BY SIZE INTO restate-record
             WRITE restate-record
             MOVE SPACES TO restate-record
             STRING "  REPLACEMENT  RUN DATE " run-date-yyyymmdd
                 "  GROUPS " rs-new-groups(restate-idx)
                 "  PRIORITY TOTAL " rs-new-total(restate-idx)
                 "  FILE " FUNCTION TRIM(rs-file-name(restate-idx))
                 DELIMITED BY SIZE INTO restate-record
             WRITE restate-record
             COMPUTE restate-net-groups = rs-new-groups(restate-idx)
                 - rs-orig-groups(restate-idx)
             MOVE restate-net-groups TO restate-net-groups-show
             COMPUTE restate-net-total = rs-new-total(restate-idx)
                 - rs-orig-total(restate-idx)
             MOVE restate-net-total TO restate-net-show
             MOVE SPACES TO restate-record
             STRING "  NET ADJUSTMENT           GROUPS "
                 FUNCTION TRIM(restate-net-groups-show)
                 "  PRIORITY TOTAL " FUNCTION TRIM(restate-net-show)
                 DELIMITED BY SIZE INTO restate-record
             WRITE restate-record
             MOVE SPACES TO restate-record
             STRING "  RESULTS INDEX RECORDS BACKED OUT "
                 rs-results-removed(restate-idx)
                 "  PRIORITY " rs-results-total(restate-idx)
                 DELIMITED BY SIZE INTO restate-record
             WRITE restate-record
             MOVE SPACES TO restate-record
             EVALUATE rs-history-adjusted(restate-idx)
               WHEN "Y"
                 STRING "  RUN HISTORY LINE FOR "
                     rs-orig-run-date(restate-idx)
                     " REDUCED BY THE ORIGINAL GROUPS AND TOTAL"
                     DELIMITED BY SIZE INTO restate-record
               WHEN "R"
                 STRING "  RUN HISTORY LINE FOR "
                     rs-orig-run-date(restate-idx)
                     " WAS ADJUSTED BEFORE THE RESTART"
                     DELIMITED BY SIZE INTO restate-record
               WHEN OTHER
                 STRING "  RUN HISTORY LINE FOR "
                     rs-orig-run-date(restate-idx)
                     " NOT FOUND - HISTORY NOT ADJUSTED"
                     DELIMITED BY SIZE INTO restate-record
             END-EVALUATE
             WRITE restate-record
           END-IF
           ADD 1 TO restate-idx
           .

       write-duplicate-section.
           IF duplicate-group-count > 0
             MOVE SPACES TO report-record
             MOVE "DUPLICATE GROUPS (SCORED ONCE ONLY)"
                 TO report-record
             WRITE report-record

             MOVE 1 TO dup-report-idx
             PERFORM write-duplicate-section-line
                 UNTIL dup-report-idx > dup-report-count

             MOVE SPACES TO report-record
             STRING "DUPLICATE GROUPS NOT SCORED: "
                 duplicate-group-count
                 DELIMITED BY SIZE INTO report-record
             WRITE report-record

             IF duplicate-group-count > dup-report-count
               MOVE SPACES TO report-record
               STRING "ONLY THE FIRST " dup-report-count
                   " DUPLICATE OCCURRENCES ARE LISTED ABOVE"
                   DELIMITED BY SIZE INTO report-record
               WRITE report-record
             END-IF
           END-IF
           .

       write-duplicate-section-line.
           MOVE SPACES TO report-record
           STRING "GROUP AT "
               FUNCTION TRIM(batch-file-name(
                   dup-copy-file-idx(dup-report-idx)))
               " " dup-copy-from(dup-report-idx)
               "-" dup-copy-to(dup-report-idx)
               " DUPLICATES GROUP AT "
               FUNCTION TRIM(batch-file-name(
                   dup-orig-file-idx(dup-report-idx)))
               " " dup-orig-from(dup-report-idx)
               "-" dup-orig-to(dup-report-idx)
               DELIMITED BY SIZE INTO report-record
           WRITE report-record
           ADD 1 TO dup-report-idx
           .

       write-source-reconciliation.
           MOVE SPACES TO report-record
           MOVE "SOURCE RECONCILIATION" TO report-record
           WRITE report-record

           IF NOT source-master-is-present
             MOVE SPACES TO report-record
             STRING "SOURCE MASTER FILE NOT ON HAND - "
                 "RECONCILIATION SKIPPED"
                 DELIMITED BY SIZE INTO report-record
             WRITE report-record
           ELSE
             MOVE 1 TO source-idx
             PERFORM reconcile-expected-source
                 UNTIL source-idx > expected-source-count
             MOVE 1 TO source-file-idx
             PERFORM reconcile-received-source
                 UNTIL source-file-idx > file-count
           END-IF
           .

       reconcile-expected-source.
           MOVE "N" TO source-found
           MOVE 1 TO source-file-idx
           PERFORM UNTIL source-file-idx > file-count
               OR source-was-found
             IF file-source-id(source-file-idx)
                 = expected-source-id(source-idx)
               MOVE "Y" TO source-found
             END-IF
             ADD 1 TO source-file-idx
           END-PERFORM

           MOVE SPACES TO report-record
           IF source-was-found
             STRING "EXPECTED SOURCE "
                 FUNCTION TRIM(expected-source-id(source-idx))
                 " - PRESENT"
                 DELIMITED BY SIZE INTO report-record
           ELSE
             STRING "EXPECTED SOURCE "
                 FUNCTION TRIM(expected-source-id(source-idx))
                 " - MISSING - NO FILE RECEIVED"
                 DELIMITED BY SIZE INTO report-record
           END-IF
           WRITE report-record

           IF NOT source-was-found
             PERFORM write-missing-source-exception
               " EXC=" exception-count
               " FILES=" FUNCTION TRIM(report-input-files-display)
               DELIMITED BY SIZE INTO history-line-buffer
           IF archive-set-suffix NOT = SPACES
             MOVE SPACES TO history-line-buffer(297:)
             MOVE " SET=" TO hist-run-set-tag
             MOVE archive-set-suffix(2:) TO hist-run-set-txt
           END-IF
           OPEN EXTEND history-file
           IF NOT history-is-ok
             OPEN OUTPUT history-file

       archive-run-outputs.
           MOVE run-date-yyyymmdd TO archive-date-work
           MOVE archive-set-suffix TO archive-suffix-work
           MOVE 1 TO archive-file-idx
           PERFORM copy-one-output-to-archive
               UNTIL archive-file-idx > 5
           MOVE 1 TO gen-idx
           PERFORM UNTIL gen-idx > generation-count
             IF generation-date(gen-idx) = run-date-yyyymmdd
                 AND generation-suffix(gen-idx) = archive-set-suffix
               MOVE "Y" TO today-date-present
             END-IF
             ADD 1 TO gen-idx
             ADD 1 TO generation-count
             MOVE run-date-yyyymmdd
                 TO generation-date(generation-count)
             MOVE archive-set-suffix
                 TO generation-suffix(generation-count)
           END-IF

           COMPUTE today-date-int =
           PERFORM rewrite-generations-index

           DISPLAY "OUTPUTS ARCHIVED FOR " run-date-yyyymmdd
               archive-set-suffix
               "  GENERATIONS ON HAND: " gen-keep-count
               "  PURGED: " gen-purge-count
           MOVE "ARC0001" TO log-message-id
           MOVE SPACES TO log-message-text
           STRING "OUTPUTS ARCHIVED FOR " run-date-yyyymmdd
               archive-set-suffix DELIMITED BY SPACE
               " GENERATIONS ON HAND " gen-keep-count
               " PURGED " gen-purge-count
               DELIMITED BY SIZE INTO log-message-text
           EVALUATE archive-file-idx
             WHEN 1
               MOVE "3-report.txt" TO archive-in-name
               STRING "3-report-" archive-date-work
                   archive-suffix-work DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE INTO archive-out-name
             WHEN 2
               MOVE "3-errors.txt" TO archive-in-name
               STRING "3-errors-" archive-date-work
                   archive-suffix-work DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE INTO archive-out-name
             WHEN 3
               MOVE "3-audit.txt" TO archive-in-name
               STRING "3-audit-" archive-date-work
                   archive-suffix-work DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE INTO archive-out-name
             WHEN 4
               MOVE "3-extract.csv" TO archive-in-name
               STRING "3-extract-" archive-date-work
                   archive-suffix-work DELIMITED BY SPACE
                   ".csv" DELIMITED BY SIZE INTO archive-out-name
             WHEN 5
               MOVE "3-summary.txt" TO archive-in-name
               STRING "3-summary-" archive-date-work
                   archive-suffix-work DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE INTO archive-out-name
           END-EVALUATE
           .

             PERFORM UNTIL generations-end-of-file
               READ generations-file
               IF generations-is-ok
                 IF (generations-record(1:4) = "GEN="
                     OR generations-record(1:4) = "SET=")
                     AND generations-record(5:8) IS NUMERIC
                     AND generation-count < 366
                   ADD 1 TO generation-count
                   MOVE generations-record(5:8)
                       TO generation-date(generation-count)
                   MOVE SPACES TO generation-suffix(generation-count)
                   IF generations-record(1:4) = "SET="
                     MOVE generations-record(13:10)
                         TO generation-suffix(generation-count)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             ADD 1 TO gen-keep-count
             MOVE generation-date(gen-idx)
                 TO generation-keep-date(gen-keep-count)
             MOVE generation-suffix(gen-idx)
                 TO generation-keep-suffix(gen-keep-count)
           ELSE
             ADD 1 TO gen-purge-count
             PERFORM purge-generation-files

       purge-generation-files.
           MOVE generation-date(gen-idx) TO archive-date-work
           MOVE generation-suffix(gen-idx) TO archive-suffix-work
           MOVE 1 TO archive-file-idx
           PERFORM delete-one-archived-file
               UNTIL archive-file-idx > 5
           MOVE run-date-yyyymmdd TO archive-date-work
           MOVE archive-set-suffix TO archive-suffix-work
           .

       delete-one-archived-file.

       write-one-generation-record.
           MOVE SPACES TO generations-record
           IF generation-keep-suffix(gen-idx) = SPACES
             STRING "GEN=" generation-keep-date(gen-idx)
                 DELIMITED BY SIZE INTO generations-record
           ELSE
             STRING "SET=" generation-keep-date(gen-idx)
                 generation-keep-suffix(gen-idx)
                 DELIMITED BY SIZE INTO generations-record
           END-IF
           WRITE generations-record
           ADD 1 TO gen-idx
           .

       assign-archive-set.
           IF restate-is-requested
             MOVE "-RESTATE" TO archive-set-kind
           ELSE
             MOVE "-RELEASE" TO archive-set-kind
           END-IF
           PERFORM read-generations-index
           MOVE 0 TO archive-set-seq
           MOVE 1 TO gen-idx
           PERFORM UNTIL gen-idx > generation-count
             IF generation-date(gen-idx) = run-date-yyyymmdd
                 AND generation-suffix(gen-idx)(1:8) = archive-set-kind
                 AND generation-suffix(gen-idx)(9:2) NUMERIC
                 AND generation-suffix(gen-idx)(9:2) > archive-set-seq
               MOVE generation-suffix(gen-idx)(9:2) TO archive-set-seq
             END-IF
             ADD 1 TO gen-idx
           END-PERFORM
           IF archive-set-seq < 99
             ADD 1 TO archive-set-seq
           END-IF
           MOVE SPACES TO archive-set-suffix
           STRING archive-set-kind archive-set-seq
               DELIMITED BY SIZE INTO archive-set-suffix
           .

       write-control-totals.
           OPEN OUTPUT totals-file
           MOVE SPACES TO totals-record
           STRING "CSV-DETAIL-ROWS=" csv-row-count
               DELIMITED BY SIZE INTO totals-record
           WRITE totals-record
           IF restate-is-requested
             MOVE SPACES TO totals-record
             STRING "RESTATED-BATCHES=" restate-done-count
                 DELIMITED BY SIZE INTO totals-record
             WRITE totals-record
             MOVE SPACES TO totals-record
             STRING "RESTATED-ORIGINAL-TOTAL=" restate-original-sum
                 DELIMITED BY SIZE INTO totals-record
             WRITE totals-record
             MOVE SPACES TO totals-record
             STRING "RESTATED-REPLACEMENT-TOTAL="
                 restate-replacement-sum
                 DELIMITED BY SIZE INTO totals-record
             WRITE totals-record
           END-IF
           IF held-file-count > 0
             MOVE SPACES TO totals-record
             STRING "HELD-FILES=" held-file-count
                 DELIMITED BY SIZE INTO totals-record
             WRITE totals-record
           END-IF
           IF release-is-requested
             MOVE SPACES TO totals-record
             STRING "RELEASED-FILES=" released-file-count
                 DELIMITED BY SIZE INTO totals-record
             WRITE totals-record
             MOVE SPACES TO totals-record
             STRING "REFUSED-FILES=" refused-file-count
                 DELIMITED BY SIZE INTO totals-record
             WRITE totals-record
           END-IF
           CLOSE totals-file

           MOVE "TOT0001" TO log-message-id
               csv-row-count " GRAND TOTAL " grand-total-out
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-run-log
           PERFORM append-control-ledger
           .

       append-control-ledger.
           MOVE SPACES TO ledger-record
           STRING "CTL=" run-date-yyyymmdd
               " GROUPS=" group-total-count
               " TOTAL=" grand-total-out
               " SEV=" run-severity
               " FILES=" FUNCTION TRIM(report-input-files-display)
               DELIMITED BY SIZE INTO ledger-record
           OPEN EXTEND ledger-file
           IF NOT ledger-is-ok
             OPEN OUTPUT ledger-file
           END-IF
           WRITE ledger-record
           CLOSE ledger-file
           .

       write-exception.
           MOVE SPACES TO error-record
           STRING "FILE " FUNCTION TRIM(current-file-name)
               " SOURCE " FUNCTION TRIM(current-source-id)
               " NO COMMON ITEM FOUND FOR GROUP STARTING AT LINE "
               group-start-line-count
               DELIMITED BY SIZE INTO error-record
       write-malformed-exception.
           MOVE SPACES TO error-record
           STRING "FILE " FUNCTION TRIM(current-file-name)
               " SOURCE " FUNCTION TRIM(current-source-id)
               " MALFORMED GROUP STARTING AT LINE "
               group-start-line-count " (LINE-COUNT " group-size
               ") - INVALID CHARACTER(S) IN MEMBER(S):"
       write-incomplete-group-exception.
           MOVE SPACES TO error-record
           STRING "FILE " FUNCTION TRIM(current-file-name)
               " SOURCE " FUNCTION TRIM(current-source-id)
               " INCOMPLETE GROUP STARTING AT LINE "
               group-start-line-count " - ONLY " incomplete-line-count
               " OF " group-size " LINES PRESENT AT END OF FILE:"
           WRITE ack-work-record
           .

       write-ack-held.
           MOVE SPACES TO ack-line-buffer
           MOVE "ACK" TO ack-record-type
           MOVE current-source-id TO ack-source-id
           MOVE "HELD" TO ack-status
           MOVE FUNCTION TRIM(current-file-name) TO ack-file-name
           MOVE ZEROES TO ack-line-from
           MOVE ZEROES TO ack-line-to
           MOVE header-batch-date TO ack-reason
           MOVE ZEROES TO ack-priority
           MOVE ack-line-buffer TO ack-work-record
           WRITE ack-work-record
           .

       write-ack-rejected-member.
           MOVE SPACES TO ack-line-buffer
           MOVE "AKM" TO ack-record-type

       write-one-acknowledgment.
           MOVE SPACES TO ack-out-name
           IF release-is-requested
             STRING "3-ack-"
                 FUNCTION TRIM(ack-source-entry(ack-source-idx))
                 "-" run-date-yyyymmdd "-RELEASE.txt"
                 DELIMITED BY SIZE INTO ack-out-name
           ELSE
             STRING "3-ack-"
                 FUNCTION TRIM(ack-source-entry(ack-source-idx))
                 "-" run-date-yyyymmdd ".txt"
                 DELIMITED BY SIZE INTO ack-out-name
           END-IF
           OPEN OUTPUT ack-out-file

           MOVE SPACES TO ack-out-record
           MOVE 0 TO ack-accepted-count
           MOVE 0 TO ack-rejected-count
           MOVE 0 TO ack-duplicate-count
           MOVE 0 TO ack-held-count
           MOVE 0 TO ack-priority-subtotal
           MOVE "N" TO ack-group-selected

               DELIMITED BY SIZE INTO ack-out-record
           WRITE ack-out-record

           IF ack-held-count > 0
             MOVE SPACES TO ack-out-record
             STRING "SOURCE "
                 FUNCTION TRIM(ack-source-entry(ack-source-idx))
                 " HELD " ack-held-count " FILE(S)"
                 " - PARKED, NOT SCORED UNTIL RELEASED"
                 DELIMITED BY SIZE INTO ack-out-record
             WRITE ack-out-record
           END-IF

           MOVE SPACES TO ack-out-record
           STRING "TRL" ack-listed-count
               DELIMITED BY SIZE INTO ack-out-record
                       FUNCTION TRIM(ack-dup-file)
                       " LINES " ack-dup-from "-" ack-dup-to
                       DELIMITED BY SIZE INTO ack-out-record
                 WHEN "HELD"
                   ADD 1 TO ack-held-count
                   STRING "HELD FILE "
                       FUNCTION TRIM(ack-file-name)
                       " BATCH DATE " FUNCTION TRIM(ack-reason)
                       " - PARKED, NOT SCORED UNTIL RELEASED"
                       DELIMITED BY SIZE INTO ack-out-record
                 WHEN OTHER
                   ADD 1 TO ack-rejected-count
                   STRING "REJECTED FILE "

             MOVE SPACES TO supplement-record
             STRING "SOURCE-FILE          LINE-FROM LINE-TO "
                 "CHOSENONE PRIORITY         CORRECTION"
                 DELIMITED BY SIZE INTO supplement-record
             WRITE supplement-record

             PERFORM read-approved-corrections

             MOVE "N" TO reprocess-group-pending
             MOVE 0 TO reprocess-member-count
             PERFORM UNTIL suspense-end-of-file
             STRING "SUPPLEMENTAL TOTAL OUT: " supplement-total-out
                 "  GROUPS SCORED: " supplement-group-count
                 "  STILL REJECTED: " supplement-reject-count
                 "  AWAITING CORRECTION: " supplement-awaiting-count
                 DELIMITED BY SIZE INTO supplement-record
             WRITE supplement-record

                 DELIMITED BY SIZE INTO supplement-record
             WRITE supplement-record

             PERFORM write-correction-journal-section
             IF correction-applied-count > 0
               PERFORM mark-applied-corrections
             END-IF

             CLOSE supplement-file
             CLOSE suspense-file

             DISPLAY "SUPPLEMENTAL TOTAL: " supplement-total-out
                 "  GROUPS SCORED: " supplement-group-count
                 "  STILL REJECTED: " supplement-reject-count
                 "  AWAITING CORRECTION: " supplement-awaiting-count
             IF supplement-reject-count > 0
               MOVE 4 TO candidate-severity
               PERFORM raise-severity
                   DELIMITED BY SIZE INTO log-message-text
               PERFORM write-run-log
             END-IF
             IF supplement-awaiting-count > 0
               MOVE 4 TO candidate-severity
               PERFORM raise-severity
               MOVE "RPR0003" TO log-message-id
               MOVE 4 TO log-severity
               MOVE SPACES TO log-message-text
               STRING "REPROCESS LEFT " supplement-awaiting-count
                   " GROUP(S) AWAITING AN APPROVED CORRECTION"
                   DELIMITED BY SIZE INTO log-message-text
               PERFORM write-run-log
             END-IF
           END-IF
           .

       score-reprocess-group.
           MOVE "N" TO reprocess-group-pending
           PERFORM find-approved-correction
           IF correction-match = 0
             IF correction-earlier-match > 0
               MOVE "EARLIER" TO ac-outcome(correction-earlier-match)
               ADD 1 TO correction-earlier-count
               PERFORM write-supplement-applied-earlier
             ELSE
               ADD 1 TO supplement-awaiting-count
               PERFORM write-supplement-awaiting
             END-IF
           ELSE
             PERFORM apply-approved-correction
             IF correction-is-mismatched
               ADD 1 TO supplement-reject-count
               MOVE "BEFORE IMAGES DO NOT MATCH CORRECTION"
                   TO supplement-reject-text
               PERFORM write-supplement-reject
             ELSE
               PERFORM score-corrected-group
             END-IF
           END-IF
           .

       score-corrected-group.
           IF reprocess-member-count = 0
             ADD 1 TO supplement-reject-count
             MOVE "NO MEMBER LINES IN SUSPENSE FILE"
           STRING FUNCTION TRIM(reprocess-source-file) " "
               reprocess-line-from " " reprocess-line-to
               " " chosenone "      " out
               "  " ac-correction-id(correction-match)
               DELIMITED BY SIZE INTO supplement-record
           WRITE supplement-record
           .

       write-supplement-awaiting.
           MOVE SPACES TO supplement-record
           STRING "AWAITING CORRECTION: "
               FUNCTION TRIM(reprocess-source-file)
               " " reprocess-line-from "-" reprocess-line-to
               " (" FUNCTION TRIM(reprocess-reason) ") - "
               "NO APPROVED CORRECTION, LEFT IN SUSPENSE"
               DELIMITED BY SIZE INTO supplement-record
           WRITE supplement-record
           .

       write-supplement-applied-earlier.
           MOVE SPACES TO supplement-record
           STRING "ALREADY CORRECTED: "
               FUNCTION TRIM(reprocess-source-file)
               " " reprocess-line-from "-" reprocess-line-to
               " - CORRECTION "
               FUNCTION TRIM(ac-correction-id(correction-earlier-match))
               " WAS APPLIED IN THE RUN OF "
               ac-applied-date(correction-earlier-match)
               ", NOT SCORED AGAIN"
               DELIMITED BY SIZE INTO supplement-record
           WRITE supplement-record
           .

       read-approved-corrections.
           MOVE 0 TO correction-count
           MOVE 0 TO correction-image-count
           MOVE 0 TO correction-loading
           OPEN INPUT correction-file
           IF correction-is-ok
             MOVE "Y" TO correction-journal-found
             PERFORM UNTIL correction-end-of-file
               READ correction-file
               IF correction-is-ok
                 MOVE correction-record TO correction-line-buffer
                 PERFORM load-correction-line
               END-IF
             END-PERFORM
             CLOSE correction-file
           END-IF
           .

       load-correction-line.
           EVALUATE correction-line-buffer(1:4)
             WHEN "CRH="
               MOVE 0 TO correction-loading
               IF correction-count < 500
                 ADD 1 TO correction-count
                 MOVE correction-count TO correction-loading
                 MOVE crh-correction-id
                     TO ac-correction-id(correction-count)
                 MOVE crh-status TO ac-status(correction-count)
                 MOVE crh-maker TO ac-maker(correction-count)
                 MOVE crh-entered-date
                     TO ac-entered-date(correction-count)
                 MOVE crh-checker TO ac-checker(correction-count)
                 MOVE crh-decided-date
                     TO ac-decided-date(correction-count)
                 MOVE crh-line-from TO ac-line-from(correction-count)
                 MOVE crh-line-to TO ac-line-to(correction-count)
                 MOVE crh-file-name TO ac-file-name(correction-count)
                 MOVE SPACES TO ac-outcome(correction-count)
                 MOVE SPACES TO ac-applied-date(correction-count)
                 IF crh-applied-tag = " APPLIED="
                   MOVE crh-applied-date
                       TO ac-applied-date(correction-count)
                 END-IF
               END-IF
             WHEN "CRB="
               IF correction-loading > 0
                   AND ac-status(correction-loading) = "APPROVED"
                   AND cri-correction-id
                   = ac-correction-id(correction-loading)
                   AND cri-member-no NUMERIC
                   AND correction-image-count < 1000
                 ADD 1 TO correction-image-count
                 MOVE correction-loading
                     TO ai-correction-idx(correction-image-count)
                 MOVE cri-member-no
                     TO ai-member-no(correction-image-count)
                 MOVE cri-member-text
                     TO ai-before-text(correction-image-count)
                 MOVE SPACES TO ai-after-text(correction-image-count)
               END-IF
             WHEN "CRA="
               IF correction-image-count > 0
                 IF ai-correction-idx(correction-image-count)
                     = correction-loading
                     AND correction-loading > 0
                     AND cri-member-no
                     = ai-member-no(correction-image-count)
                   MOVE cri-member-text
                       TO ai-after-text(correction-image-count)
                 END-IF
               END-IF
           END-EVALUATE
           .

       find-approved-correction.
           MOVE 0 TO correction-match
           MOVE 0 TO correction-earlier-match
           MOVE 1 TO correction-idx
           PERFORM UNTIL correction-idx > correction-count
             IF ac-file-name(correction-idx) = reprocess-source-file
                 AND ac-line-from(correction-idx) = reprocess-line-from
                 AND ac-line-to(correction-idx) = reprocess-line-to
               IF ac-status(correction-idx) = "APPROVED"
                 MOVE correction-idx TO correction-match
               END-IF
               IF ac-status(correction-idx) = "PENDING"
                 MOVE "PENDING" TO ac-outcome(correction-idx)
               END-IF
               IF ac-status(correction-idx) = "APPLIED"
                 MOVE correction-idx TO correction-earlier-match
               END-IF
             END-IF
             ADD 1 TO correction-idx
           END-PERFORM
           .

       apply-approved-correction.
           MOVE "N" TO correction-mismatch
           MOVE 1 TO correction-image-idx
           PERFORM UNTIL correction-image-idx > correction-image-count
             IF ai-correction-idx(correction-image-idx)
                 = correction-match
               PERFORM apply-correction-image
             END-IF
             ADD 1 TO correction-image-idx
           END-PERFORM
           IF correction-is-mismatched
             MOVE "MISMATCH" TO ac-outcome(correction-match)
             ADD 1 TO correction-mismatch-count
           ELSE
             MOVE "APPLIED" TO ac-outcome(correction-match)
             ADD 1 TO correction-applied-count
           END-IF
           .

       apply-correction-image.
           IF ai-member-no(correction-image-idx)
               NOT > reprocess-member-count
             MOVE reprocess-member-count TO group-size
             IF group-line(ai-member-no(correction-image-idx))
                 = ai-before-text(correction-image-idx)
               MOVE ai-after-text(correction-image-idx)
                   TO group-line(ai-member-no(correction-image-idx))
             ELSE
               MOVE "Y" TO correction-mismatch
             END-IF
           ELSE
             IF ai-member-no(correction-image-idx)
                 = reprocess-member-count + 1
                 AND ai-before-text(correction-image-idx) = SPACES
               ADD 1 TO reprocess-member-count
               MOVE reprocess-member-count TO group-size
               MOVE ai-after-text(correction-image-idx)
                   TO group-line(reprocess-member-count)
             ELSE
               MOVE "Y" TO correction-mismatch
             END-IF
           END-IF
           .

       write-correction-journal-section.
           MOVE SPACES TO supplement-record
           WRITE supplement-record
           MOVE SPACES TO supplement-record
           MOVE "CORRECTION JOURNAL" TO supplement-record
           WRITE supplement-record
           IF NOT correction-journal-is-found
             MOVE SPACES TO supplement-record
             STRING "CORRECTION JOURNAL NOT ON HAND - "
                 "NO CORRECTIONS APPLIED"
                 DELIMITED BY SIZE INTO supplement-record
             WRITE supplement-record
           ELSE
             MOVE 0 TO correction-pending-count
             MOVE 1 TO correction-idx
             PERFORM write-correction-journal-entry
                 UNTIL correction-idx > correction-count
             MOVE SPACES TO supplement-record
             STRING "CORRECTIONS APPLIED: " correction-applied-count
                 "  NOT MATCHING SUSPENSE: " correction-mismatch-count
                 "  PENDING APPROVAL: " correction-pending-count
                 "  APPLIED IN EARLIER RUNS: " correction-earlier-count
                 DELIMITED BY SIZE INTO supplement-record
             WRITE supplement-record
           END-IF
           .

       mark-applied-corrections.
           OPEN INPUT correction-file
           IF correction-is-ok
             OPEN OUTPUT correction-work-file
             PERFORM UNTIL correction-end-of-file
               READ correction-file
               IF correction-is-ok
                 MOVE correction-record TO correction-line-buffer
                 IF correction-line-buffer(1:4) = "CRH="
                     AND crh-status = "APPROVED"
                   PERFORM mark-one-applied-correction
                 END-IF
                 MOVE correction-line-buffer TO correction-work-record
                 WRITE correction-work-record
               END-IF
             END-PERFORM
             CLOSE correction-work-file
             CLOSE correction-file

             OPEN INPUT correction-work-file
             OPEN OUTPUT correction-file
             PERFORM UNTIL correction-work-end-of-file
               READ correction-work-file
               IF correction-work-is-ok
                 MOVE correction-work-record TO correction-record
                 WRITE correction-record
               END-IF
             END-PERFORM
             CLOSE correction-file
             CLOSE correction-work-file
             DELETE FILE correction-work-file
             MOVE "RPR0004" TO log-message-id
             MOVE 0 TO log-severity
             MOVE SPACES TO log-message-text
             STRING "CORRECTION JOURNAL UPDATED - "
                 correction-applied-count
                 " CORRECTION(S) MARKED APPLIED"
                 DELIMITED BY SIZE INTO log-message-text
             PERFORM write-run-log
           END-IF
           .

       mark-one-applied-correction.
           MOVE 1 TO correction-idx
           PERFORM UNTIL correction-idx > correction-count
             IF ac-correction-id(correction-idx) = crh-correction-id
                 AND ac-outcome(correction-idx) = "APPLIED"
               MOVE "APPLIED" TO crh-status
               MOVE " APPLIED=" TO crh-applied-tag
               MOVE run-date-yyyymmdd TO crh-applied-date
             END-IF
             ADD 1 TO correction-idx
           END-PERFORM
           .

       write-correction-journal-entry.
           IF ac-outcome(correction-idx) NOT = SPACES
             MOVE SPACES TO supplement-record
             STRING "CORRECTION "
                 FUNCTION TRIM(ac-correction-id(correction-idx))
                 " FILE " FUNCTION TRIM(ac-file-name(correction-idx))
                 " LINES " ac-line-from(correction-idx)
                 "-" ac-line-to(correction-idx)
                 " MAKER " FUNCTION TRIM(ac-maker(correction-idx))
                 " " ac-entered-date(correction-idx)
                 DELIMITED BY SIZE INTO supplement-record
             WRITE supplement-record
             MOVE SPACES TO supplement-record
             EVALUATE ac-outcome(correction-idx)
               WHEN "APPLIED"
                 STRING "  APPROVED BY "
                     FUNCTION TRIM(ac-checker(correction-idx))
                     " " ac-decided-date(correction-idx)
                     " - APPLIED"
                     DELIMITED BY SIZE INTO supplement-record
               WHEN "EARLIER"
                 STRING "  APPROVED BY "
                     FUNCTION TRIM(ac-checker(correction-idx))
                     " " ac-decided-date(correction-idx)
                     " - ALREADY APPLIED IN THE RUN OF "
                     ac-applied-date(correction-idx)
                     DELIMITED BY SIZE INTO supplement-record
               WHEN "MISMATCH"
                 STRING "  APPROVED BY "
                     FUNCTION TRIM(ac-checker(correction-idx))
                     " " ac-decided-date(correction-idx)
                     " - NOT APPLIED, SUSPENSE LINES DO NOT MATCH "
                     "THE BEFORE IMAGES"
                     DELIMITED BY SIZE INTO supplement-record
               WHEN OTHER
                 ADD 1 TO correction-pending-count
                 MOVE "  PENDING APPROVAL - NOT APPLIED"
                     TO supplement-record
             END-EVALUATE
             WRITE supplement-record
             MOVE 1 TO correction-image-idx
             PERFORM write-correction-journal-image
                 UNTIL correction-image-idx > correction-image-count
           END-IF
           ADD 1 TO correction-idx
           .

       write-correction-journal-image.
           IF ai-correction-idx(correction-image-idx) = correction-idx
             MOVE SPACES TO supplement-record
             IF ai-before-text(correction-image-idx) = SPACES
               STRING "  MEMBER " ai-member-no(correction-image-idx)
                   " BEFORE: (MEMBER ADDED)"
                   DELIMITED BY SIZE INTO supplement-record
             ELSE
               STRING "  MEMBER " ai-member-no(correction-image-idx)
                   " BEFORE: "
                   FUNCTION TRIM(ai-before-text(correction-image-idx))
                   DELIMITED BY SIZE INTO supplement-record
             END-IF
             WRITE supplement-record
             MOVE SPACES TO supplement-record
             STRING "  MEMBER " ai-member-no(correction-image-idx)
                 " AFTER:  "
                 FUNCTION TRIM(ai-after-text(correction-image-idx))
                 DELIMITED BY SIZE INTO supplement-record
             WRITE supplement-record
           END-IF
           ADD 1 TO correction-image-idx
           .

       write-supplement-reject.
           MOVE SPACES TO supplement-record
           STRING "REJECTED: " FUNCTION TRIM(reprocess-source-file)
           MOVE SPACES TO error-record
           STRING "TRAILER RECORD COUNT MISMATCH FOR FILE "
               FUNCTION TRIM(current-file-name)
               " SOURCE " FUNCTION TRIM(current-source-id)
               " - TRAILER SAYS " trailer-expected-count
               " BUT " actual-data-record-count " DATA RECORD(S) READ"
               DELIMITED BY SIZE INTO error-record
           WRITE error-record
           .

       write-held-not-parked-exception.
           MOVE SPACES TO error-record
           STRING "FILE " FUNCTION TRIM(current-file-name)
               " SOURCE " FUNCTION TRIM(current-source-id)
               " BATCH DATE " header-batch-date
               " HELD BUT NOT PARKED - "
               FUNCTION TRIM(held-copy-reason)
               " (STATUS " held-copy-status
               ") - NOT SCORED, NOT INDEXED FOR RELEASE"
               DELIMITED BY SIZE INTO error-record
           WRITE error-record
           .

       write-checkpoint-filelist-mismatch-exception.
           MOVE SPACES TO error-record
           STRING "CHECKPOINT FILE LIST MISMATCH - CHECKPOINT CHECKSUM "
