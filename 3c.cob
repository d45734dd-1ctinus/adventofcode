       IDENTIFICATION DIVISION.
       PROGRAM-ID. reconcile-posting-confirmations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT totals-file ASSIGN TO "3-totals.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS totals-file-status.

           SELECT ledger-file ASSIGN TO "3-postctl.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ledger-file-status.

           SELECT history-file ASSIGN TO "3-history.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS history-file-status.

           SELECT register-file ASSIGN TO "3-register.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS register-file-status.

           SELECT confirm-file ASSIGN TO "3-confirm.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS confirm-file-status.

           SELECT postrec-file ASSIGN TO "3-postrec.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS postrec-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  totals-file.
       01  totals-record PIC X(300).

       FD  ledger-file.
       01  ledger-record PIC X(300).

       FD  history-file.
       01  history-record PIC X(320).

       FD  register-file.
       01  register-record PIC X(280).

       FD  confirm-file.
       01  confirm-record PIC X(120).

       FD  postrec-file.
       01  postrec-record PIC X(300).

       WORKING-STORAGE SECTION.
       01  totals-file-status PIC 99.
           88  totals-is-ok VALUE 0.
           88  totals-end-of-file VALUE 10.

       01  ledger-file-status PIC 99.
           88  ledger-is-ok VALUE 0.
           88  ledger-end-of-file VALUE 10.

       01  history-file-status PIC 99.
           88  history-is-ok VALUE 0.
           88  history-end-of-file VALUE 10.

       01  register-file-status PIC 99.
           88  register-is-ok VALUE 0.
           88  register-end-of-file VALUE 10.

       01  confirm-file-status PIC 99.
           88  confirm-is-ok VALUE 0.
           88  confirm-end-of-file VALUE 10.

       01  postrec-file-status PIC 99.
           88  postrec-is-ok VALUE 0.

       01  command-line-parm  PIC X(200) VALUE SPACES.
       01  confirm-days-limit PIC 9(3)   VALUE 3.
       01  run-date-yyyymmdd  PIC X(8)   VALUE SPACES.
       01  run-date-display   PIC X(10)  VALUE SPACES.
       01  today-int          PIC 9(8)   VALUE 0.
       01  posting-date-int   PIC 9(8)   VALUE 0.
       01  posting-age-days   PIC S9(8)  VALUE 0.

       01  totals-key-part   PIC X(30)  VALUE SPACES.
       01  totals-value-part PIC X(250) VALUE SPACES.
       01  handoff-run-date  PIC X(8)   VALUE SPACES.
       01  handoff-groups    PIC X(6)   VALUE SPACES.
       01  handoff-total     PIC X(18)  VALUE SPACES.
       01  handoff-severity  PIC X(2)   VALUE SPACES.
       01  handoff-files     PIC X(200) VALUE SPACES.
       01  handoff-found     PIC X(1)   VALUE "N".
           88  handoff-was-found VALUE "Y".
       01  handoff-captured  PIC X(1)   VALUE "N".
           88  handoff-was-captured VALUE "Y".

       01  ledger-line-buffer PIC X(300).
       01  ledger-fields REDEFINES ledger-line-buffer.
           05  FILLER               PIC X(4).
           05  ctl-run-date         PIC X(8).
           05  FILLER               PIC X(8).
           05  ctl-group-count-txt  PIC X(6).
           05  FILLER               PIC X(7).
           05  ctl-grand-total-txt  PIC X(18).
           05  FILLER               PIC X(5).
           05  ctl-severity-txt     PIC X(2).
           05  FILLER               PIC X(7).
           05  ctl-file-list-txt    PIC X(200).
           05  FILLER               PIC X(35).
       01  ledger-first-date PIC X(8) VALUE SPACES.

       01  history-line-buffer PIC X(320).
       01  history-fields REDEFINES history-line-buffer.
           05  FILLER                     PIC X(5).
           05  hist-run-date-txt          PIC X(8).
           05  FILLER                     PIC X(8).
           05  hist-group-count-txt       PIC X(6).
           05  FILLER                     PIC X(7).
           05  hist-grand-total-txt       PIC X(18).
           05  FILLER                     PIC X(8).
           05  hist-compartment-total-txt PIC X(18).
           05  FILLER                     PIC X(5).
           05  hist-exception-count-txt   PIC X(6).
           05  FILLER                     PIC X(7).
           05  hist-file-list-txt         PIC X(200).
           05  FILLER                     PIC X(4).
           05  FILLER                     PIC X(20).
       01  history-before-ledger PIC 9(4) VALUE 0.

       01  recon-run-count PIC 9(3) VALUE 0.
       01  recon-run-table.
           05  recon-run-entry OCCURS 400 TIMES.
               10  rr-run-date       PIC X(8).
               10  rr-ctl-count      PIC 9(3).
               10  rr-ctl-groups     PIC 9(7).
               10  rr-ctl-total      PIC 9(18).
               10  rr-hist-count     PIC 9(3).
               10  rr-hist-groups    PIC 9(7).
               10  rr-hist-total     PIC 9(18).
               10  rr-backout-groups PIC 9(7).
               10  rr-backout-total  PIC 9(18).
               10  rr-cnf-count      PIC 9(3).
               10  rr-cnf-groups     PIC 9(7).
               10  rr-cnf-total      PIC 9(18).
               10  rr-cnf-posted     PIC X(8).
               10  rr-cnf-reference  PIC X(20).
               10  rr-status         PIC X(1).
                   88  rr-is-matched     VALUE "M".
                   88  rr-is-different   VALUE "D".
                   88  rr-is-unconfirmed VALUE "U".
                   88  rr-is-awaiting    VALUE "A".
                   88  rr-is-unknown     VALUE "X".
       01  recon-run-idx   PIC 9(3).
       01  recon-run-match PIC 9(3) VALUE 0.
       01  recon-run-full  PIC X(1) VALUE "N".
           88  recon-run-table-is-full VALUE "Y".
       01  search-run-date PIC X(8) VALUE SPACES.
       01  numeric-work    PIC 9(18) VALUE 0.
       01  groups-work     PIC 9(7)  VALUE 0.

       01  order-table.
           05  order-entry OCCURS 400 TIMES PIC 9(3).
       01  order-idx     PIC 9(3).
       01  order-next    PIC 9(3).
       01  order-hold    PIC 9(3).
       01  order-swapped PIC X(1) VALUE "N".
           88  order-was-swapped VALUE "Y".

       01  expected-groups PIC 9(7)  VALUE 0.
       01  expected-total  PIC 9(18) VALUE 0.
       01  history-groups-net PIC 9(7)  VALUE 0.
       01  history-total-net  PIC 9(18) VALUE 0.
       01  difference-total PIC S9(18) VALUE 0.
       01  difference-show  PIC +(18)9.
       01  section-status   PIC X(1) VALUE SPACES.
       01  section-lines    PIC 9(3) VALUE 0.

       01  matched-count     PIC 9(3) VALUE 0.
       01  different-count   PIC 9(3) VALUE 0.
       01  unconfirmed-count PIC 9(3) VALUE 0.
       01  awaiting-count    PIC 9(3) VALUE 0.
       01  unknown-count     PIC 9(3) VALUE 0.
       01  bad-confirm-count PIC 9(3) VALUE 0.
       01  bad-confirm-table.
           05  bad-confirm-line OCCURS 20 TIMES PIC X(120).
       01  bad-confirm-idx   PIC 9(3).

       COPY register.
       COPY confirm.

       PROCEDURE DIVISION.
       main.
           ACCEPT command-line-parm FROM COMMAND-LINE
           IF FUNCTION TRIM(command-line-parm) NOT = SPACES
             IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(command-line-parm))
                 NOT = 0
               DISPLAY "USAGE: POSTREC [<DAYS-BEFORE-UNCONFIRMED>]"
               MOVE 12 TO RETURN-CODE
               GOBACK
             END-IF
             COMPUTE confirm-days-limit =
                 FUNCTION NUMVAL(FUNCTION TRIM(command-line-parm))
               ON SIZE ERROR
                 DISPLAY "USAGE: POSTREC [<DAYS-BEFORE-UNCONFIRMED>]"
                 MOVE 12 TO RETURN-CODE
                 GOBACK
             END-COMPUTE
           END-IF

           ACCEPT run-date-yyyymmdd FROM DATE YYYYMMDD
           STRING run-date-yyyymmdd(1:4) "-" run-date-yyyymmdd(5:2)
               "-" run-date-yyyymmdd(7:2)
               DELIMITED BY SIZE INTO run-date-display
           COMPUTE today-int =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(run-date-yyyymmdd))

           PERFORM read-control-totals
           PERFORM read-control-ledger
           IF handoff-run-date NOT = SPACES AND NOT handoff-was-found
             PERFORM capture-control-handoff
           END-IF
           PERFORM read-run-history
           PERFORM read-restatement-backouts
           PERFORM read-posting-confirmations
           MOVE 1 TO recon-run-idx
           PERFORM classify-one-run
               UNTIL recon-run-idx > recon-run-count
           PERFORM order-runs-by-date
           PERFORM write-reconciliation-report

           DISPLAY "POSTING RECONCILIATION  RUNS: " recon-run-count
               "  MATCHED: " matched-count
               "  DIFFERENT: " different-count
               "  UNCONFIRMED: " unconfirmed-count
               "  AWAITING: " awaiting-count
           IF different-count > 0 OR unconfirmed-count > 0
               OR unknown-count > 0 OR bad-confirm-count > 0
               OR recon-run-table-is-full
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       read-control-totals.
           MOVE SPACES TO handoff-run-date
           MOVE SPACES TO handoff-groups
           MOVE SPACES TO handoff-total
           MOVE SPACES TO handoff-severity
           MOVE SPACES TO handoff-files
           OPEN INPUT totals-file
           IF totals-is-ok
             PERFORM UNTIL totals-end-of-file
               READ totals-file
               IF totals-is-ok
                 MOVE SPACES TO totals-key-part
                 MOVE SPACES TO totals-value-part
                 UNSTRING totals-record DELIMITED BY "="
                     INTO totals-key-part totals-value-part
                 EVALUATE totals-key-part
                   WHEN "RUN-DATE"
                     MOVE totals-value-part TO handoff-run-date
                   WHEN "GROUP-COUNT"
                     MOVE totals-value-part TO handoff-groups
                   WHEN "GRAND-TOTAL"
                     MOVE totals-value-part TO handoff-total
                   WHEN "RUN-SEVERITY"
                     MOVE totals-value-part TO handoff-severity
                   WHEN "INPUT-FILES"
                     MOVE totals-value-part TO handoff-files
                 END-EVALUATE
               END-IF
             END-PERFORM
             CLOSE totals-file
           ELSE
             DISPLAY "The control totals file could not be opened"
           END-IF
           IF handoff-run-date NOT NUMERIC
               OR handoff-groups NOT NUMERIC
               OR handoff-total NOT NUMERIC
             MOVE SPACES TO handoff-run-date
           END-IF
           .

       read-control-ledger.
           MOVE "N" TO handoff-found
           OPEN INPUT ledger-file
           IF ledger-is-ok
             PERFORM UNTIL ledger-end-of-file
               READ ledger-file
               IF ledger-is-ok
                 MOVE ledger-record TO ledger-line-buffer
                 IF ledger-line-buffer(1:4) = "CTL="
                     AND ctl-run-date NUMERIC
                     AND ctl-group-count-txt NUMERIC
                     AND ctl-grand-total-txt NUMERIC
                   PERFORM apply-ledger-line
                 END-IF
               END-IF
             END-PERFORM
             CLOSE ledger-file
           END-IF
           .

       apply-ledger-line.
           IF ctl-run-date = handoff-run-date
               AND ctl-group-count-txt = handoff-groups
               AND ctl-grand-total-txt = handoff-total
               AND ctl-file-list-txt = handoff-files
             MOVE "Y" TO handoff-found
           END-IF
           IF ledger-first-date = SPACES
               OR ctl-run-date < ledger-first-date
             MOVE ctl-run-date TO ledger-first-date
           END-IF
           MOVE ctl-run-date TO search-run-date
           PERFORM find-recon-run-entry
           IF recon-run-match > 0
             ADD 1 TO rr-ctl-count(recon-run-match)
             MOVE ctl-group-count-txt TO groups-work
             ADD groups-work TO rr-ctl-groups(recon-run-match)
             MOVE ctl-grand-total-txt TO numeric-work
             ADD numeric-work TO rr-ctl-total(recon-run-match)
           END-IF
           .

       capture-control-handoff.
           MOVE SPACES TO ledger-line-buffer
           STRING "CTL=" handoff-run-date
               " GROUPS=" handoff-groups
               " TOTAL=" handoff-total
               " SEV=" handoff-severity
               " FILES=" FUNCTION TRIM(handoff-files)
               DELIMITED BY SIZE INTO ledger-line-buffer
           OPEN EXTEND ledger-file
           IF NOT ledger-is-ok
             OPEN OUTPUT ledger-file
           END-IF
           MOVE ledger-line-buffer TO ledger-record
           WRITE ledger-record
           CLOSE ledger-file
           MOVE "Y" TO handoff-captured
           PERFORM apply-ledger-line
           DISPLAY "CONTROL TOTALS FOR RUN " handoff-run-date
               " CAPTURED TO THE POSTING CONTROL LEDGER"
           .

       read-run-history.
           OPEN INPUT history-file
           IF history-is-ok
             PERFORM UNTIL history-end-of-file
               READ history-file
               IF history-is-ok
                 MOVE history-record TO history-line-buffer
                 IF history-line-buffer(1:5) = "DATE="
                     AND hist-run-date-txt NUMERIC
                     AND hist-group-count-txt NUMERIC
                     AND hist-grand-total-txt NUMERIC
                   PERFORM apply-history-line
                 END-IF
               END-IF
             END-PERFORM
             CLOSE history-file
           END-IF
           .

       apply-history-line.
           IF ledger-first-date NOT = SPACES
               AND hist-run-date-txt >= ledger-first-date
             MOVE hist-run-date-txt TO search-run-date
             PERFORM find-recon-run-entry
             IF recon-run-match > 0
               ADD 1 TO rr-hist-count(recon-run-match)
               MOVE hist-group-count-txt TO groups-work
               ADD groups-work TO rr-hist-groups(recon-run-match)
               MOVE hist-grand-total-txt TO numeric-work
               ADD numeric-work TO rr-hist-total(recon-run-match)
             END-IF
           ELSE
             ADD 1 TO history-before-ledger
           END-IF
           .

       read-restatement-backouts.
           OPEN INPUT register-file
           IF register-is-ok
             PERFORM UNTIL register-end-of-file
               READ register-file
               IF register-is-ok
                 MOVE register-record TO register-line-buffer
                 IF register-line-buffer(1:4) = "RST="
                     AND rst-orig-groups-txt NUMERIC
                     AND rst-orig-total-txt NUMERIC
                   MOVE rst-orig-run-date TO search-run-date
                   PERFORM find-existing-run
                   IF recon-run-match > 0
                     MOVE rst-orig-groups-txt TO groups-work
                     ADD groups-work
                         TO rr-backout-groups(recon-run-match)
                     MOVE rst-orig-total-txt TO numeric-work
                     ADD numeric-work
                         TO rr-backout-total(recon-run-match)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE register-file
           END-IF
           .

       read-posting-confirmations.
           OPEN INPUT confirm-file
           IF confirm-is-ok
             PERFORM UNTIL confirm-end-of-file
               READ confirm-file
               IF confirm-is-ok
                 IF FUNCTION TRIM(confirm-record) NOT = SPACES
                   PERFORM apply-confirmation
                 END-IF
               END-IF
             END-PERFORM
             CLOSE confirm-file
           ELSE
             DISPLAY "No posting confirmation file - every run is "
                 "treated as not yet confirmed"
           END-IF
           .

       apply-confirmation.
           MOVE confirm-record TO confirm-line-buffer
           IF confirm-line-buffer(1:4) NOT = "CNF="
               OR cnf-run-date NOT NUMERIC
               OR cnf-group-count-txt NOT NUMERIC
               OR cnf-grand-total-txt NOT NUMERIC
             ADD 1 TO bad-confirm-count
             IF bad-confirm-count <= 20
               MOVE confirm-record
                   TO bad-confirm-line(bad-confirm-count)
             END-IF
           ELSE
             MOVE cnf-run-date TO search-run-date
             PERFORM find-recon-run-entry
             IF recon-run-match > 0
               ADD 1 TO rr-cnf-count(recon-run-match)
               MOVE cnf-group-count-txt TO groups-work
               ADD groups-work TO rr-cnf-groups(recon-run-match)
               MOVE cnf-grand-total-txt TO numeric-work
               ADD numeric-work TO rr-cnf-total(recon-run-match)
               MOVE cnf-posted-date TO rr-cnf-posted(recon-run-match)
               MOVE cnf-reference TO rr-cnf-reference(recon-run-match)
             END-IF
           END-IF
           .

       find-existing-run.
           MOVE 0 TO recon-run-match
           MOVE 1 TO recon-run-idx
           PERFORM UNTIL recon-run-idx > recon-run-count
               OR recon-run-match > 0
             IF rr-run-date(recon-run-idx) = search-run-date
               MOVE recon-run-idx TO recon-run-match
             END-IF
             ADD 1 TO recon-run-idx
           END-PERFORM
           .

       find-recon-run-entry.
           PERFORM find-existing-run
           IF recon-run-match = 0
             IF recon-run-count < 400
               ADD 1 TO recon-run-count
               MOVE recon-run-count TO recon-run-match
               MOVE search-run-date TO rr-run-date(recon-run-match)
               MOVE 0 TO rr-ctl-count(recon-run-match)
               MOVE 0 TO rr-ctl-groups(recon-run-match)
               MOVE 0 TO rr-ctl-total(recon-run-match)
               MOVE 0 TO rr-hist-count(recon-run-match)
               MOVE 0 TO rr-hist-groups(recon-run-match)
               MOVE 0 TO rr-hist-total(recon-run-match)
               MOVE 0 TO rr-backout-groups(recon-run-match)
               MOVE 0 TO rr-backout-total(recon-run-match)
               MOVE 0 TO rr-cnf-count(recon-run-match)
               MOVE 0 TO rr-cnf-groups(recon-run-match)
               MOVE 0 TO rr-cnf-total(recon-run-match)
               MOVE SPACES TO rr-cnf-posted(recon-run-match)
               MOVE SPACES TO rr-cnf-reference(recon-run-match)
               MOVE SPACES TO rr-status(recon-run-match)
             ELSE
               MOVE "Y" TO recon-run-full
             END-IF
           END-IF
           .

       classify-one-run.
           COMPUTE history-groups-net = rr-hist-groups(recon-run-idx)
               + rr-backout-groups(recon-run-idx)
           COMPUTE history-total-net = rr-hist-total(recon-run-idx)
               + rr-backout-total(recon-run-idx)
           EVALUATE TRUE
             WHEN rr-ctl-count(recon-run-idx) = 0
                 AND rr-hist-count(recon-run-idx) = 0
               MOVE "X" TO rr-status(recon-run-idx)
               ADD 1 TO unknown-count
             WHEN rr-cnf-count(recon-run-idx) = 0
               MOVE 0 TO posting-date-int
               COMPUTE posting-date-int =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(rr-run-date(recon-run-idx)))
                 ON SIZE ERROR
                   MOVE 0 TO posting-date-int
               END-COMPUTE
               COMPUTE posting-age-days = today-int - posting-date-int
               IF posting-age-days > confirm-days-limit
                 MOVE "U" TO rr-status(recon-run-idx)
                 ADD 1 TO unconfirmed-count
               ELSE
                 MOVE "A" TO rr-status(recon-run-idx)
                 ADD 1 TO awaiting-count
               END-IF
             WHEN OTHER
               MOVE "M" TO rr-status(recon-run-idx)
               IF rr-ctl-count(recon-run-idx) > 0
                 IF rr-cnf-groups(recon-run-idx)
                     NOT = rr-ctl-groups(recon-run-idx)
                     OR rr-cnf-total(recon-run-idx)
                     NOT = rr-ctl-total(recon-run-idx)
                   MOVE "D" TO rr-status(recon-run-idx)
                 END-IF
               END-IF
               IF rr-hist-count(recon-run-idx) > 0
                 IF rr-cnf-groups(recon-run-idx)
                     NOT = history-groups-net
                     OR rr-cnf-total(recon-run-idx)
                     NOT = history-total-net
                   MOVE "D" TO rr-status(recon-run-idx)
                 END-IF
               END-IF
               IF rr-is-matched(recon-run-idx)
                 ADD 1 TO matched-count
               ELSE
                 ADD 1 TO different-count
               END-IF
           END-EVALUATE
           MOVE recon-run-idx TO order-entry(recon-run-idx)
           ADD 1 TO recon-run-idx
           .

       order-runs-by-date.
           MOVE "Y" TO order-swapped
           PERFORM UNTIL NOT order-was-swapped
             MOVE "N" TO order-swapped
             MOVE 1 TO order-idx
             PERFORM compare-adjacent-runs
                 UNTIL order-idx >= recon-run-count
           END-PERFORM
           .

       compare-adjacent-runs.
           COMPUTE order-next = order-idx + 1
           IF rr-run-date(order-entry(order-next))
               < rr-run-date(order-entry(order-idx))
             MOVE order-entry(order-idx) TO order-hold
             MOVE order-entry(order-next) TO order-entry(order-idx)
             MOVE order-hold TO order-entry(order-next)
             MOVE "Y" TO order-swapped
           END-IF
           ADD 1 TO order-idx
           .

       write-reconciliation-report.
           OPEN OUTPUT postrec-file
           MOVE SPACES TO postrec-record
           STRING "POSTING RECONCILIATION  RUN DATE: " run-date-display
               "  UNCONFIRMED AFTER: " confirm-days-limit " DAY(S)"
               DELIMITED BY SIZE INTO postrec-record
           WRITE postrec-record
           IF handoff-was-captured
             MOVE SPACES TO postrec-record
             STRING "CONTROL TOTALS FOR RUN " handoff-run-date
                 " CAPTURED TO THE POSTING CONTROL LEDGER"
                 DELIMITED BY SIZE INTO postrec-record
             WRITE postrec-record
           END-IF
           MOVE SPACES TO postrec-record
           STRING "HISTORY TOTALS INCLUDE GROUPS AND PRIORITY "
               "BACKED OUT BY LATER RESTATEMENTS, AS ORIGINALLY POSTED"
               DELIMITED BY SIZE INTO postrec-record
           WRITE postrec-record

           MOVE "M" TO section-status
           MOVE "CONFIRMED AND MATCHING" TO postrec-record
           PERFORM write-status-section
           MOVE "D" TO section-status
           MOVE "CONFIRMED WITH A DIFFERENT TOTAL - OUT OF BALANCE"
               TO postrec-record
           PERFORM write-status-section
           MOVE "U" TO section-status
           MOVE SPACES TO postrec-record
           STRING "NEVER CONFIRMED AFTER " confirm-days-limit
               " DAY(S)"
               DELIMITED BY SIZE INTO postrec-record
           PERFORM write-status-section
           MOVE "A" TO section-status
           MOVE "AWAITING CONFIRMATION" TO postrec-record
           PERFORM write-status-section
           MOVE "X" TO section-status
           MOVE "CONFIRMATIONS FOR RUNS NOT ON THE LEDGER OR HISTORY"
               TO postrec-record
           PERFORM write-status-section

           IF bad-confirm-count > 0
             MOVE SPACES TO postrec-record
             STRING "CONFIRMATION LINES THAT COULD NOT BE READ: "
                 bad-confirm-count
                 DELIMITED BY SIZE INTO postrec-record
             WRITE postrec-record
             MOVE 1 TO bad-confirm-idx
             PERFORM UNTIL bad-confirm-idx > bad-confirm-count
                 OR bad-confirm-idx > 20
               MOVE SPACES TO postrec-record
               STRING "  " bad-confirm-line(bad-confirm-idx)
                   DELIMITED BY SIZE INTO postrec-record
               WRITE postrec-record
               ADD 1 TO bad-confirm-idx
             END-PERFORM
           END-IF
           IF history-before-ledger > 0
             MOVE SPACES TO postrec-record
             STRING "NOTE: " history-before-ledger
                 " RUN HISTORY LINE(S) PREDATE THE POSTING CONTROL "
                 "LEDGER AND ARE NOT RECONCILED"
                 DELIMITED BY SIZE INTO postrec-record
             WRITE postrec-record
           END-IF
           IF recon-run-table-is-full
             MOVE SPACES TO postrec-record
             MOVE "MORE THAN 400 RUNS - LATER RUNS ARE NOT RECONCILED"
                 TO postrec-record
             WRITE postrec-record
           END-IF

           MOVE SPACES TO postrec-record
           STRING "TOTALS  RUNS " recon-run-count
               "  MATCHED " matched-count
               "  DIFFERENT " different-count
               "  UNCONFIRMED " unconfirmed-count
               "  AWAITING " awaiting-count
               "  UNKNOWN " unknown-count
               DELIMITED BY SIZE INTO postrec-record
           WRITE postrec-record
           CLOSE postrec-file
           .

       write-status-section.
           WRITE postrec-record
           MOVE 0 TO section-lines
           MOVE 1 TO order-idx
           PERFORM write-run-line UNTIL order-idx > recon-run-count
           IF section-lines = 0
             MOVE SPACES TO postrec-record
             MOVE "  NONE" TO postrec-record
             WRITE postrec-record
           END-IF
           .

       write-run-line.
           MOVE order-entry(order-idx) TO recon-run-idx
           IF rr-status(recon-run-idx) = section-status
             ADD 1 TO section-lines
             COMPUTE history-groups-net = rr-hist-groups(recon-run-idx)
                 + rr-backout-groups(recon-run-idx)
             COMPUTE history-total-net = rr-hist-total(recon-run-idx)
                 + rr-backout-total(recon-run-idx)
             IF rr-ctl-count(recon-run-idx) > 0
               MOVE rr-ctl-groups(recon-run-idx) TO expected-groups
               MOVE rr-ctl-total(recon-run-idx) TO expected-total
             ELSE
               MOVE history-groups-net TO expected-groups
               MOVE history-total-net TO expected-total
             END-IF
             MOVE SPACES TO postrec-record
             STRING "  RUN " rr-run-date(recon-run-idx)
                 "  CONTROL GROUPS " rr-ctl-groups(recon-run-idx)
                 " TOTAL " rr-ctl-total(recon-run-idx)
                 "  HISTORY GROUPS " history-groups-net
                 " TOTAL " history-total-net
                 DELIMITED BY SIZE INTO postrec-record
             WRITE postrec-record
             IF rr-cnf-count(recon-run-idx) > 0
               COMPUTE difference-total = rr-cnf-total(recon-run-idx)
                   - expected-total
               MOVE difference-total TO difference-show
               MOVE SPACES TO postrec-record
               STRING "      POSTED " rr-cnf-posted(recon-run-idx)
                   "  GROUPS " rr-cnf-groups(recon-run-idx)
                   " TOTAL " rr-cnf-total(recon-run-idx)
                   "  DIFFERENCE " FUNCTION TRIM(difference-show)
                   "  REF "
                   FUNCTION TRIM(rr-cnf-reference(recon-run-idx))
                   DELIMITED BY SIZE INTO postrec-record
               WRITE postrec-record
             END-IF
             IF rr-ctl-count(recon-run-idx) > 0
                 AND rr-hist-count(recon-run-idx) > 0
                 AND (rr-ctl-total(recon-run-idx)
                     NOT = history-total-net
                   OR rr-ctl-groups(recon-run-idx)
                     NOT = history-groups-net)
               MOVE SPACES TO postrec-record
               MOVE "      CONTROL TOTALS AND RUN HISTORY DISAGREE"
                   TO postrec-record
               WRITE postrec-record
             END-IF
           END-IF
           ADD 1 TO order-idx
           .
