       IDENTIFICATION DIVISION.
       PROGRAM-ID. verify-archived-generations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT generations-file ASSIGN TO "3-generations.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS generations-file-status.

           SELECT history-file ASSIGN TO "3-history.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS history-file-status.

           SELECT register-file ASSIGN TO "3-register.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS register-file-status.

           SELECT report-file ASSIGN TO DYNAMIC report-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS report-file-status.

           SELECT error-file ASSIGN TO DYNAMIC error-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS error-file-status.

           SELECT audit-file ASSIGN TO DYNAMIC audit-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-file-status.

           SELECT extract-file ASSIGN TO DYNAMIC extract-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS extract-file-status.

           SELECT summary-file ASSIGN TO DYNAMIC summary-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS summary-file-status.

           SELECT verify-file ASSIGN TO "3-verify.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS verify-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  generations-file.
       01  generations-record PIC X(40).

       FD  history-file.
       01  history-record PIC X(320).

       FD  register-file.
       01  register-record PIC X(280).

       FD  report-file.
       01  report-record PIC X(480).

       FD  error-file.
       01  error-record PIC X(480).

       FD  audit-file.
       01  audit-record PIC X(480).

       FD  extract-file.
       01  extract-record PIC X(200).

       FD  summary-file.
       01  summary-record PIC X(480).

       FD  verify-file.
       01  verify-record PIC X(300).

       WORKING-STORAGE SECTION.
       01  generations-file-status PIC 99.
           88  generations-is-ok VALUE 0.
           88  generations-end-of-file VALUE 10.

       01  history-file-status PIC 99.
           88  history-is-ok VALUE 0.
           88  history-end-of-file VALUE 10.

       01  register-file-status PIC 99.
           88  register-is-ok VALUE 0.
           88  register-end-of-file VALUE 10.

       01  report-file-status PIC 99.
           88  report-is-ok VALUE 0.
           88  report-end-of-file VALUE 10.

       01  error-file-status PIC 99.
           88  error-is-ok VALUE 0.
           88  error-end-of-file VALUE 10.

       01  audit-file-status PIC 99.
           88  audit-is-ok VALUE 0.
           88  audit-end-of-file VALUE 10.

       01  extract-file-status PIC 99.
           88  extract-is-ok VALUE 0.
           88  extract-end-of-file VALUE 10.

       01  summary-file-status PIC 99.
           88  summary-is-ok VALUE 0.
           88  summary-end-of-file VALUE 10.

       01  verify-file-status PIC 99.
           88  verify-is-ok VALUE 0.

       01  command-line-parm  PIC X(200) VALUE SPACES.
       01  selected-gen-date  PIC X(8)   VALUE SPACES.
       01  run-date-yyyymmdd  PIC X(8)   VALUE SPACES.
       01  run-date-display   PIC X(10)  VALUE SPACES.

       01  report-file-name  PIC X(100) VALUE SPACES.
       01  error-file-name   PIC X(100) VALUE SPACES.
       01  audit-file-name   PIC X(100) VALUE SPACES.
       01  extract-file-name PIC X(100) VALUE SPACES.
       01  summary-file-name PIC X(100) VALUE SPACES.

       01  generation-count PIC 9(3) VALUE 0.
       01  generation-table.
           05  generation-entry OCCURS 366 TIMES.
               10  generation-date   PIC X(8).
               10  generation-suffix PIC X(10).
       01  gen-idx PIC 9(3).
       01  current-gen-date PIC X(8) VALUE SPACES.
       01  current-gen-suffix PIC X(10) VALUE SPACES.
       01  generations-checked PIC 9(3) VALUE 0.

       01  archive-lines-read PIC 9(7) VALUE 0.
       01  header-scan-count  PIC 9(3) VALUE 0.
       01  numeric-work       PIC 9(18) VALUE 0.
       01  groups-work        PIC 9(7)  VALUE 0.

       01  report-on-hand   PIC X(1) VALUE "N".
           88  report-was-read VALUE "Y".
       01  report-trailer-seen PIC X(1) VALUE "N".
           88  report-trailer-was-seen VALUE "Y".
       01  report-groups    PIC 9(7)  VALUE 0.
       01  report-total     PIC 9(18) VALUE 0.

       01  audit-on-hand    PIC X(1) VALUE "N".
           88  audit-was-read VALUE "Y".
       01  audit-groups     PIC 9(7)  VALUE 0.
       01  audit-total      PIC 9(18) VALUE 0.
       01  audit-bad-lines  PIC 9(5)  VALUE 0.
       01  audit-short-groups PIC 9(5) VALUE 0.
       01  line-file-name   PIC X(100) VALUE SPACES.
       01  line-before-priority PIC X(480) VALUE SPACES.
       01  line-after-priority  PIC X(100) VALUE SPACES.
       01  group-is-open    PIC X(1) VALUE "N".
           88  audit-group-is-open VALUE "Y".
       01  group-file-name  PIC X(100) VALUE SPACES.
       01  group-range-txt  PIC X(100) VALUE SPACES.
       01  group-line-from  PIC 9(6)  VALUE 0.
       01  group-line-to    PIC 9(6)  VALUE 0.
       01  group-members    PIC 9(6)  VALUE 0.
       01  group-expected-members PIC 9(6) VALUE 0.

       01  extract-on-hand  PIC X(1) VALUE "N".
           88  extract-was-read VALUE "Y".
       01  is-first-extract-row PIC X(1) VALUE "Y".
           88  first-extract-row VALUE "Y".
       01  extract-new-layout PIC X(1) VALUE "Y".
           88  extract-has-item-columns VALUE "Y".
       01  extract-groups   PIC 9(7)  VALUE 0.
       01  extract-total    PIC 9(18) VALUE 0.
       01  extract-running  PIC 9(18) VALUE 0.
       01  extract-bad-rows PIC 9(5)  VALUE 0.
       01  csv-file-part     PIC X(100) VALUE SPACES.
       01  csv-source-part   PIC X(20)  VALUE SPACES.
       01  csv-line-part     PIC X(10)  VALUE SPACES.
       01  csv-chosen-part   PIC X(10)  VALUE SPACES.
       01  csv-item-part     PIC X(20)  VALUE SPACES.
       01  csv-desc-part     PIC X(40)  VALUE SPACES.
       01  csv-priority-part PIC X(20)  VALUE SPACES.
       01  csv-running-part  PIC X(20)  VALUE SPACES.
       01  csv-table-part    PIC X(12)  VALUE SPACES.
       01  row-priority-txt  PIC X(20)  VALUE SPACES.
       01  row-running-txt   PIC X(20)  VALUE SPACES.
       01  row-table-txt     PIC X(20)  VALUE SPACES.

       01  summary-top-seen PIC X(1) VALUE "N".
           88  summary-top-was-seen VALUE "Y".

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
           05  hist-run-set-tag           PIC X(5).
           05  hist-run-set-txt           PIC X(10).
           05  FILLER                     PIC X(5).
       01  history-runs     PIC 9(3)  VALUE 0.
       01  history-groups   PIC 9(7)  VALUE 0.
       01  history-total    PIC 9(18) VALUE 0.
       01  history-files-work PIC X(210) VALUE SPACES.
       01  history-search-key PIC X(110) VALUE SPACES.
       01  history-search-len PIC 9(4)  VALUE 0.
       01  history-file-tally PIC 9(3)  VALUE 0.
       01  backout-groups   PIC 9(7)  VALUE 0.
       01  backout-total    PIC 9(18) VALUE 0.
       01  history-groups-net PIC 9(7)  VALUE 0.
       01  history-total-net  PIC 9(18) VALUE 0.

       01  problem-count PIC 9(3) VALUE 0.
       01  problem-table.
           05  problem-line OCCURS 40 TIMES PIC X(200).
       01  problem-idx  PIC 9(3).
       01  problem-text PIC X(200) VALUE SPACES.
       01  problem-kind PIC X(1)   VALUE SPACES.
           88  problem-is-missing    VALUE "M".
           88  problem-is-truncated  VALUE "T".
           88  problem-is-unbalanced VALUE "B".
       01  gen-missing    PIC X(1) VALUE "N".
           88  gen-has-missing-file VALUE "Y".
       01  gen-truncated  PIC X(1) VALUE "N".
           88  gen-has-truncated-file VALUE "Y".
       01  gen-unbalanced PIC X(1) VALUE "N".
           88  gen-is-out-of-balance VALUE "Y".

       01  damaged-count PIC 9(3) VALUE 0.
       01  damaged-table.
           05  damaged-entry OCCURS 366 TIMES.
               10  dg-gen-date   PIC X(8).
               10  dg-gen-suffix PIC X(10).
               10  dg-missing    PIC X(1).
               10  dg-truncated  PIC X(1).
               10  dg-unbalanced PIC X(1).
       01  damaged-idx PIC 9(3).
       01  missing-gen-count    PIC 9(3) VALUE 0.
       01  truncated-gen-count  PIC 9(3) VALUE 0.
       01  unbalanced-gen-count PIC 9(3) VALUE 0.
       01  damage-reasons PIC X(60) VALUE SPACES.
       01  damage-pointer PIC 9(3)  VALUE 1.

       COPY register.

       PROCEDURE DIVISION.
       main.
           ACCEPT command-line-parm FROM COMMAND-LINE
           IF FUNCTION TRIM(command-line-parm) NOT = SPACES
             MOVE FUNCTION TRIM(command-line-parm) TO selected-gen-date
             IF selected-gen-date NOT NUMERIC
               DISPLAY "USAGE: VERIFY [<GENERATION-YYYYMMDD>]"
               MOVE 12 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF

           ACCEPT run-date-yyyymmdd FROM DATE YYYYMMDD
           STRING run-date-yyyymmdd(1:4) "-" run-date-yyyymmdd(5:2)
               "-" run-date-yyyymmdd(7:2)
               DELIMITED BY SIZE INTO run-date-display

           PERFORM read-generations-index
           OPEN OUTPUT verify-file
           MOVE SPACES TO verify-record
           STRING "ARCHIVE VERIFICATION  RUN DATE: " run-date-display
               "  GENERATIONS IN INDEX: " generation-count
               DELIMITED BY SIZE INTO verify-record
           WRITE verify-record
           MOVE SPACES TO verify-record
           STRING "HISTORY TOTALS ARE THE LAST RUN OF EACH DATE, WITH "
               "GROUPS AND PRIORITY BACKED OUT BY LATER RESTATEMENTS "
               "ADDED BACK"
               DELIMITED BY SIZE INTO verify-record
           WRITE verify-record

           MOVE 1 TO gen-idx
           PERFORM verify-one-generation
               UNTIL gen-idx > generation-count
           IF selected-gen-date NOT = SPACES
               AND generations-checked = 0
             MOVE selected-gen-date TO current-gen-date
             MOVE SPACES TO current-gen-suffix
             PERFORM reset-generation-totals
             MOVE "M" TO problem-kind
             MOVE "GENERATION IS NOT IN THE GENERATIONS INDEX"
                 TO problem-text
             PERFORM add-generation-problem
             ADD 1 TO generations-checked
             PERFORM write-generation-block
           END-IF
           PERFORM write-verification-summary
           CLOSE verify-file

           DISPLAY "ARCHIVE VERIFICATION  GENERATIONS CHECKED: "
               generations-checked
               "  NEEDING ATTENTION: " damaged-count
               "  MISSING: " missing-gen-count
               "  TRUNCATED: " truncated-gen-count
               "  OUT OF BALANCE: " unbalanced-gen-count
           IF damaged-count > 0 OR generations-checked = 0
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       read-generations-index.
           MOVE 0 TO generation-count
           OPEN INPUT generations-file
           IF generations-is-ok
             PERFORM UNTIL generations-end-of-file
               READ generations-file
               IF generations-is-ok
                 IF generations-record(1:4) = "GEN="
                     AND generations-record(5:8) IS NUMERIC
                     AND generation-count < 366
                   ADD 1 TO generation-count
                   MOVE generations-record(5:8)
                       TO generation-date(generation-count)
                   MOVE SPACES TO generation-suffix(generation-count)
                 END-IF
                 IF generations-record(1:4) = "SET="
                     AND generations-record(5:8) IS NUMERIC
                     AND generations-record(13:10) NOT = SPACES
                     AND generation-count < 366
                   ADD 1 TO generation-count
                   MOVE generations-record(5:8)
                       TO generation-date(generation-count)
                   MOVE generations-record(13:10)
                       TO generation-suffix(generation-count)
                 END-IF
               END-IF
             END-PERFORM
             CLOSE generations-file
           ELSE
             DISPLAY "The generations index could not be opened"
           END-IF
           .

       verify-one-generation.
           MOVE generation-date(gen-idx) TO current-gen-date
           MOVE generation-suffix(gen-idx) TO current-gen-suffix
           IF selected-gen-date = SPACES
               OR selected-gen-date = current-gen-date
             ADD 1 TO generations-checked
             PERFORM reset-generation-totals
             PERFORM check-archived-report
             PERFORM check-archived-errors
             PERFORM check-archived-audit
             PERFORM check-archived-extract
             PERFORM check-archived-summary
             PERFORM read-generation-history
             IF history-runs > 0
               PERFORM read-generation-backouts
             END-IF
             PERFORM balance-generation
             PERFORM write-generation-block
           END-IF
           ADD 1 TO gen-idx
           .

       reset-generation-totals.
           MOVE 0 TO problem-count
           MOVE "N" TO gen-missing
           MOVE "N" TO gen-truncated
           MOVE "N" TO gen-unbalanced
           MOVE "N" TO report-on-hand
           MOVE "N" TO report-trailer-seen
           MOVE 0 TO report-groups
           MOVE 0 TO report-total
           MOVE "N" TO audit-on-hand
           MOVE 0 TO audit-groups
           MOVE 0 TO audit-total
           MOVE 0 TO audit-bad-lines
           MOVE 0 TO audit-short-groups
           MOVE "N" TO extract-on-hand
           MOVE 0 TO extract-groups
           MOVE 0 TO extract-total
           MOVE 0 TO extract-running
           MOVE 0 TO extract-bad-rows
           MOVE "N" TO summary-top-seen
           MOVE 0 TO history-runs
           MOVE 0 TO history-groups
           MOVE 0 TO history-total
           MOVE SPACES TO hist-file-list-txt
           MOVE 0 TO backout-groups
           MOVE 0 TO backout-total
           .

       check-archived-report.
           MOVE SPACES TO report-file-name
           STRING "3-report-" current-gen-date
               current-gen-suffix DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO report-file-name
           OPEN INPUT report-file
           IF NOT report-is-ok
             MOVE report-file-name TO line-file-name
             PERFORM note-missing-archive
           ELSE
             MOVE 0 TO archive-lines-read
             PERFORM UNTIL report-end-of-file
               READ report-file
               IF report-is-ok
                 ADD 1 TO archive-lines-read
                 IF archive-lines-read = 1
                     AND report-record(1:10) NOT = "RUN REPORT"
                   MOVE report-file-name TO line-file-name
                   PERFORM note-missing-header
                 END-IF
                 IF report-record(1:17) = "GRAND TOTAL OUT: "
                   PERFORM take-report-trailer
                 END-IF
               END-IF
             END-PERFORM
             CLOSE report-file
             IF archive-lines-read = 0
               MOVE report-file-name TO line-file-name
               PERFORM note-empty-archive
             ELSE
               IF NOT report-trailer-was-seen
                 MOVE "T" TO problem-kind
                 MOVE SPACES TO problem-text
                 STRING "TRUNCATED - "
                     FUNCTION TRIM(report-file-name)
                     " HAS NO GRAND TOTAL TRAILER"
                     DELIMITED BY SIZE INTO problem-text
                 PERFORM add-generation-problem
               END-IF
             END-IF
           END-IF
           .

       take-report-trailer.
           IF report-record(18:18) NUMERIC
               AND report-record(46:6) NUMERIC
             MOVE "Y" TO report-trailer-seen
             MOVE "Y" TO report-on-hand
             MOVE report-record(18:18) TO report-total
             MOVE report-record(46:6) TO groups-work
             MOVE groups-work TO report-groups
           END-IF
           .

       check-archived-errors.
           MOVE SPACES TO error-file-name
           STRING "3-errors-" current-gen-date
               current-gen-suffix DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO error-file-name
           OPEN INPUT error-file
           IF NOT error-is-ok
             MOVE error-file-name TO line-file-name
             PERFORM note-missing-archive
           ELSE
             MOVE 0 TO archive-lines-read
             PERFORM UNTIL error-end-of-file
               READ error-file
               IF error-is-ok
                 ADD 1 TO archive-lines-read
                 IF archive-lines-read = 1
                     AND error-record(1:16) NOT = "EXCEPTION REPORT"
                   MOVE error-file-name TO line-file-name
                   PERFORM note-missing-header
                 END-IF
               END-IF
             END-PERFORM
             CLOSE error-file
             IF archive-lines-read = 0
               MOVE error-file-name TO line-file-name
               PERFORM note-empty-archive
             END-IF
           END-IF
           .

       check-archived-audit.
           MOVE SPACES TO audit-file-name
           STRING "3-audit-" current-gen-date
               current-gen-suffix DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO audit-file-name
           OPEN INPUT audit-file
           IF NOT audit-is-ok
             MOVE audit-file-name TO line-file-name
             PERFORM note-missing-archive
           ELSE
             MOVE "Y" TO audit-on-hand
             MOVE "N" TO group-is-open
             MOVE 0 TO archive-lines-read
             PERFORM UNTIL audit-end-of-file
               READ audit-file
               IF audit-is-ok
                 ADD 1 TO archive-lines-read
                 IF archive-lines-read = 1
                     AND audit-record(1:11) NOT = "AUDIT TRAIL"
                   MOVE audit-file-name TO line-file-name
                   PERFORM note-missing-header
                 END-IF
                 EVALUATE TRUE
                   WHEN audit-record(1:6) = "FILE: "
                     PERFORM close-audit-group
                     PERFORM open-audit-group
                   WHEN audit-record(1:9) = "  MEMBER "
                     ADD 1 TO group-members
                 END-EVALUATE
               END-IF
             END-PERFORM
             PERFORM close-audit-group
             CLOSE audit-file
             IF archive-lines-read = 0
               MOVE audit-file-name TO line-file-name
               PERFORM note-empty-archive
             END-IF
             IF audit-bad-lines > 0
               MOVE "T" TO problem-kind
               MOVE SPACES TO problem-text
               STRING "TRUNCATED - " FUNCTION TRIM(audit-file-name)
                   " HAS " audit-bad-lines
                   " GROUP LINE(S) WITH NO READABLE PRIORITY"
                   DELIMITED BY SIZE INTO problem-text
               PERFORM add-generation-problem
             END-IF
             IF audit-short-groups > 0
               MOVE "T" TO problem-kind
               MOVE SPACES TO problem-text
               STRING "TRUNCATED - " FUNCTION TRIM(audit-file-name)
                   " HAS " audit-short-groups
                   " GROUP(S) WITH MEMBER LINES MISSING"
                   DELIMITED BY SIZE INTO problem-text
               PERFORM add-generation-problem
             END-IF
           END-IF
           .

       open-audit-group.
           MOVE SPACES TO group-file-name
           MOVE SPACES TO group-range-txt
           UNSTRING audit-record(7:) DELIMITED BY " GROUP "
               INTO group-file-name group-range-txt
           MOVE 0 TO group-expected-members
           IF group-range-txt(1:6) NUMERIC
               AND group-range-txt(8:6) NUMERIC
             MOVE group-range-txt(1:6) TO group-line-from
             MOVE group-range-txt(8:6) TO group-line-to
             IF group-line-to >= group-line-from
               COMPUTE group-expected-members =
                   group-line-to - group-line-from + 1
             END-IF
           END-IF
           MOVE 0 TO group-members
           MOVE "Y" TO group-is-open
           MOVE SPACES TO line-before-priority
           MOVE SPACES TO line-after-priority
           UNSTRING audit-record DELIMITED BY " PRIORITY: "
               INTO line-before-priority line-after-priority
           IF line-after-priority(1:16) NUMERIC
             ADD 1 TO audit-groups
             MOVE line-after-priority(1:16) TO numeric-work
             ADD numeric-work TO audit-total
           ELSE
             ADD 1 TO audit-bad-lines
           END-IF
           .

       close-audit-group.
           IF audit-group-is-open
             IF group-members = 0
                 OR group-members < group-expected-members
               ADD 1 TO audit-short-groups
             END-IF
             MOVE "N" TO group-is-open
           END-IF
           .

       check-archived-extract.
           MOVE SPACES TO extract-file-name
           STRING "3-extract-" current-gen-date
               current-gen-suffix DELIMITED BY SPACE
               ".csv" DELIMITED BY SIZE
               INTO extract-file-name
           OPEN INPUT extract-file
           IF NOT extract-is-ok
             MOVE extract-file-name TO line-file-name
             PERFORM note-missing-archive
           ELSE
             MOVE "Y" TO extract-on-hand
             MOVE "Y" TO is-first-extract-row
             PERFORM UNTIL extract-end-of-file
               READ extract-file
               IF extract-is-ok
                 IF first-extract-row
                   PERFORM check-extract-header
                 ELSE
                   PERFORM tally-extract-row
                 END-IF
               END-IF
             END-PERFORM
             CLOSE extract-file
             IF first-extract-row
               MOVE extract-file-name TO line-file-name
               PERFORM note-empty-archive
             END-IF
             IF extract-bad-rows > 0
               MOVE "T" TO problem-kind
               MOVE SPACES TO problem-text
               STRING "TRUNCATED - " FUNCTION TRIM(extract-file-name)
                   " HAS " extract-bad-rows
                   " INCOMPLETE ROW(S)"
                   DELIMITED BY SIZE INTO problem-text
               PERFORM add-generation-problem
             END-IF
             IF extract-running NOT = extract-total
               MOVE "B" TO problem-kind
               MOVE SPACES TO problem-text
               STRING "OUT OF BALANCE - "
                   FUNCTION TRIM(extract-file-name)
                   " LAST RUNNING TOTAL " extract-running
                   " IS NOT THE SUM OF ITS PRIORITIES"
                   DELIMITED BY SIZE INTO problem-text
               PERFORM add-generation-problem
             END-IF
           END-IF
           .

       check-extract-header.
           MOVE "N" TO is-first-extract-row
           IF extract-record(1:15) NOT = "FILE,SOURCE-ID,"
             MOVE extract-file-name TO line-file-name
             PERFORM note-missing-header
           END-IF
           MOVE 0 TO header-scan-count
           INSPECT extract-record TALLYING
               header-scan-count FOR ALL "ITEM-CODE"
           IF header-scan-count > 0
             MOVE "Y" TO extract-new-layout
           ELSE
             MOVE "N" TO extract-new-layout
           END-IF
           .

       tally-extract-row.
           MOVE SPACES TO csv-file-part
           MOVE SPACES TO csv-source-part
           MOVE SPACES TO csv-line-part
           MOVE SPACES TO csv-chosen-part
           MOVE SPACES TO csv-item-part
           MOVE SPACES TO csv-desc-part
           MOVE SPACES TO csv-priority-part
           MOVE SPACES TO csv-running-part
           MOVE SPACES TO csv-table-part
           UNSTRING extract-record DELIMITED BY ","
               INTO csv-file-part csv-source-part csv-line-part
                   csv-chosen-part csv-item-part csv-desc-part
                   csv-priority-part csv-running-part
                   csv-table-part
           IF extract-has-item-columns
             MOVE csv-priority-part TO row-priority-txt
             MOVE csv-running-part TO row-running-txt
             MOVE csv-table-part TO row-table-txt
           ELSE
             MOVE csv-item-part TO row-priority-txt
             MOVE csv-desc-part TO row-running-txt
             MOVE csv-priority-part TO row-table-txt
           END-IF
           IF row-priority-txt(1:16) NUMERIC
               AND row-running-txt(1:18) NUMERIC
               AND row-table-txt NOT = SPACES
             ADD 1 TO extract-groups
             MOVE row-priority-txt(1:16) TO numeric-work
             ADD numeric-work TO extract-total
             MOVE row-running-txt(1:18) TO extract-running
           ELSE
             ADD 1 TO extract-bad-rows
           END-IF
           .

       check-archived-summary.
           MOVE SPACES TO summary-file-name
           STRING "3-summary-" current-gen-date
               current-gen-suffix DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO summary-file-name
           OPEN INPUT summary-file
           IF NOT summary-is-ok
             MOVE summary-file-name TO line-file-name
             PERFORM note-missing-archive
           ELSE
             MOVE 0 TO archive-lines-read
             PERFORM UNTIL summary-end-of-file
               READ summary-file
               IF summary-is-ok
                 ADD 1 TO archive-lines-read
                 IF archive-lines-read = 1
                     AND summary-record(1:29)
                       NOT = "PRIORITY DISTRIBUTION SUMMARY"
                   MOVE summary-file-name TO line-file-name
                   PERFORM note-missing-header
                 END-IF
                 IF summary-record(1:12) = "TOP 10 ITEMS"
                   MOVE "Y" TO summary-top-seen
                 END-IF
               END-IF
             END-PERFORM
             CLOSE summary-file
             IF archive-lines-read = 0
               MOVE summary-file-name TO line-file-name
               PERFORM note-empty-archive
             ELSE
               IF NOT summary-top-was-seen
                 MOVE "T" TO problem-kind
                 MOVE SPACES TO problem-text
                 STRING "TRUNCATED - "
                     FUNCTION TRIM(summary-file-name)
                     " HAS NO TOP 10 ITEMS SECTION"
                     DELIMITED BY SIZE INTO problem-text
                 PERFORM add-generation-problem
               END-IF
             END-IF
           END-IF
           .

       read-generation-history.
           OPEN INPUT history-file
           IF history-is-ok
             PERFORM UNTIL history-end-of-file
               READ history-file
               IF history-is-ok
                 IF history-record(1:5) = "DATE="
                     AND history-record(6:8) = current-gen-date
                   MOVE history-record TO history-line-buffer
                   IF hist-group-count-txt NUMERIC
                       AND hist-grand-total-txt NUMERIC
                       AND hist-run-set-txt = current-gen-suffix(2:)
                     ADD 1 TO history-runs
                     MOVE hist-group-count-txt TO groups-work
                     MOVE groups-work TO history-groups
                     MOVE hist-grand-total-txt TO history-total
                     MOVE SPACES TO history-files-work
                     STRING "," FUNCTION TRIM(hist-file-list-txt) ","
                         DELIMITED BY SIZE INTO history-files-work
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE history-file
           END-IF
           .

       read-generation-backouts.
           OPEN INPUT register-file
           IF register-is-ok
             PERFORM UNTIL register-end-of-file
               READ register-file
               IF register-is-ok
                 MOVE register-record TO register-line-buffer
                 IF register-line-buffer(1:4) = "RST="
                     AND rst-orig-run-date = current-gen-date
                     AND rst-orig-groups-txt NUMERIC
                     AND rst-orig-total-txt NUMERIC
                   IF rst-orig-set-tag NOT = " OSET="
                     MOVE SPACES TO rst-orig-set
                   END-IF
                   IF rst-orig-set = current-gen-suffix(2:)
                     PERFORM apply-generation-backout
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE register-file
           END-IF
           .

       apply-generation-backout.
           MOVE SPACES TO history-search-key
           STRING "," FUNCTION TRIM(rst-orig-file-name) ","
               DELIMITED BY SIZE INTO history-search-key
           MOVE FUNCTION BYTE-LENGTH(FUNCTION TRIM(history-search-key))
               TO history-search-len
           MOVE 0 TO history-file-tally
           INSPECT history-files-work TALLYING history-file-tally
               FOR ALL history-search-key(1:history-search-len)
           IF history-file-tally > 0
             MOVE rst-orig-groups-txt TO groups-work
             ADD groups-work TO backout-groups
             MOVE rst-orig-total-txt TO numeric-work
             ADD numeric-work TO backout-total
           END-IF
           .

       balance-generation.
           COMPUTE history-groups-net = history-groups + backout-groups
           COMPUTE history-total-net = history-total + backout-total
           IF history-runs = 0
             MOVE "B" TO problem-kind
             MOVE "OUT OF BALANCE - NO RUN HISTORY LINE FOR THIS DATE"
                 TO problem-text
             PERFORM add-generation-problem
           END-IF
           IF audit-was-read AND extract-was-read
             IF audit-groups NOT = extract-groups
                 OR audit-total NOT = extract-total
               MOVE "B" TO problem-kind
               MOVE "OUT OF BALANCE - AUDIT TRAIL AND EXTRACT DISAGREE"
                   TO problem-text
               PERFORM add-generation-problem
             END-IF
           END-IF
           IF audit-was-read AND report-was-read
             IF audit-groups NOT = report-groups
                 OR audit-total NOT = report-total
               MOVE "B" TO problem-kind
               MOVE SPACES TO problem-text
               STRING "OUT OF BALANCE - AUDIT TRAIL AND REPORT "
                   "GRAND TOTAL DISAGREE"
                   DELIMITED BY SIZE INTO problem-text
               PERFORM add-generation-problem
             END-IF
           END-IF
           IF history-runs > 0
             IF audit-was-read
               IF audit-groups NOT = history-groups-net
                   OR audit-total NOT = history-total-net
                 MOVE "B" TO problem-kind
                 MOVE SPACES TO problem-text
                 STRING "OUT OF BALANCE - AUDIT TRAIL AND RUN HISTORY "
                     "DISAGREE"
                     DELIMITED BY SIZE INTO problem-text
                 PERFORM add-generation-problem
               END-IF
             END-IF
             IF extract-was-read
               IF extract-groups NOT = history-groups-net
                   OR extract-total NOT = history-total-net
                 MOVE "B" TO problem-kind
                 MOVE SPACES TO problem-text
                 STRING "OUT OF BALANCE - EXTRACT AND RUN HISTORY "
                     "DISAGREE"
                     DELIMITED BY SIZE INTO problem-text
                 PERFORM add-generation-problem
               END-IF
             END-IF
             IF report-was-read
               IF report-groups NOT = history-groups-net
                   OR report-total NOT = history-total-net
                 MOVE "B" TO problem-kind
                 MOVE SPACES TO problem-text
                 STRING "OUT OF BALANCE - REPORT GRAND TOTAL AND RUN "
                     "HISTORY DISAGREE"
                     DELIMITED BY SIZE INTO problem-text
                 PERFORM add-generation-problem
               END-IF
             END-IF
           END-IF
           .

       note-missing-archive.
           MOVE "M" TO problem-kind
           MOVE SPACES TO problem-text
           STRING "MISSING - " FUNCTION TRIM(line-file-name)
               " IS NOT ON HAND"
               DELIMITED BY SIZE INTO problem-text
           PERFORM add-generation-problem
           .

       note-empty-archive.
           MOVE "T" TO problem-kind
           MOVE SPACES TO problem-text
           STRING "TRUNCATED - " FUNCTION TRIM(line-file-name)
               " IS EMPTY"
               DELIMITED BY SIZE INTO problem-text
           PERFORM add-generation-problem
           .

       note-missing-header.
           MOVE "T" TO problem-kind
           MOVE SPACES TO problem-text
           STRING "TRUNCATED - " FUNCTION TRIM(line-file-name)
               " DOES NOT START WITH ITS HEADING LINE"
               DELIMITED BY SIZE INTO problem-text
           PERFORM add-generation-problem
           .

       add-generation-problem.
           EVALUATE TRUE
             WHEN problem-is-missing
               MOVE "Y" TO gen-missing
             WHEN problem-is-truncated
               MOVE "Y" TO gen-truncated
             WHEN problem-is-unbalanced
               MOVE "Y" TO gen-unbalanced
           END-EVALUATE
           IF problem-count < 40
             ADD 1 TO problem-count
             MOVE problem-text TO problem-line(problem-count)
           END-IF
           .

       write-generation-block.
           MOVE SPACES TO verify-record
           STRING "GENERATION " current-gen-date
               current-gen-suffix
               DELIMITED BY SIZE INTO verify-record
           WRITE verify-record
           IF audit-was-read
             MOVE SPACES TO verify-record
             STRING "  AUDIT TRAIL    GROUPS " audit-groups
                 "  PRIORITY TOTAL " audit-total
                 DELIMITED BY SIZE INTO verify-record
             WRITE verify-record
           END-IF
           IF extract-was-read
             MOVE SPACES TO verify-record
             STRING "  EXTRACT        GROUPS " extract-groups
                 "  PRIORITY TOTAL " extract-total
                 DELIMITED BY SIZE INTO verify-record
             WRITE verify-record
           END-IF
           IF report-was-read
             MOVE SPACES TO verify-record
             STRING "  REPORT TRAILER GROUPS " report-groups
                 "  PRIORITY TOTAL " report-total
                 DELIMITED BY SIZE INTO verify-record
             WRITE verify-record
           END-IF
           IF history-runs > 0
             MOVE SPACES TO verify-record
             STRING "  RUN HISTORY    GROUPS " history-groups-net
                 "  PRIORITY TOTAL " history-total-net
                 "  RUNS ON DATE " history-runs
                 DELIMITED BY SIZE INTO verify-record
             WRITE verify-record
             IF backout-groups > 0 OR backout-total > 0
               MOVE SPACES TO verify-record
               STRING "    INCLUDES RESTATED GROUPS " backout-groups
                   "  PRIORITY TOTAL " backout-total
                   DELIMITED BY SIZE INTO verify-record
               WRITE verify-record
             END-IF
             IF history-runs > 1
               MOVE SPACES TO verify-record
               STRING "    ARCHIVES HOLD THE LAST RUN OF THE DATE - "
                   "EARLIER RUNS ARE NOT VERIFIED"
                   DELIMITED BY SIZE INTO verify-record
               WRITE verify-record
             END-IF
           END-IF
           MOVE 1 TO problem-idx
           PERFORM UNTIL problem-idx > problem-count
             MOVE SPACES TO verify-record
             STRING "  " problem-line(problem-idx)
                 DELIMITED BY SIZE INTO verify-record
             WRITE verify-record
             ADD 1 TO problem-idx
           END-PERFORM
           IF problem-count = 0
             MOVE "  VERIFIED - ALL ARCHIVES ON HAND AND IN BALANCE"
                 TO verify-record
             WRITE verify-record
           ELSE
             ADD 1 TO damaged-count
             MOVE current-gen-date TO dg-gen-date(damaged-count)
             MOVE current-gen-suffix TO dg-gen-suffix(damaged-count)
             MOVE gen-missing TO dg-missing(damaged-count)
             MOVE gen-truncated TO dg-truncated(damaged-count)
             MOVE gen-unbalanced TO dg-unbalanced(damaged-count)
             IF gen-has-missing-file
               ADD 1 TO missing-gen-count
             END-IF
             IF gen-has-truncated-file
               ADD 1 TO truncated-gen-count
             END-IF
             IF gen-is-out-of-balance
               ADD 1 TO unbalanced-gen-count
             END-IF
           END-IF
           .

       write-verification-summary.
           MOVE "GENERATIONS NEEDING ATTENTION" TO verify-record
           WRITE verify-record
           MOVE 1 TO damaged-idx
           PERFORM UNTIL damaged-idx > damaged-count
             MOVE SPACES TO damage-reasons
             MOVE 1 TO damage-pointer
             IF dg-missing(damaged-idx) = "Y"
               STRING " MISSING FILE" DELIMITED BY SIZE
                   INTO damage-reasons WITH POINTER damage-pointer
             END-IF
             IF dg-truncated(damaged-idx) = "Y"
               STRING " TRUNCATED" DELIMITED BY SIZE
                   INTO damage-reasons WITH POINTER damage-pointer
             END-IF
             IF dg-unbalanced(damaged-idx) = "Y"
               STRING " OUT OF BALANCE" DELIMITED BY SIZE
                   INTO damage-reasons WITH POINTER damage-pointer
             END-IF
             MOVE SPACES TO verify-record
             STRING "  " dg-gen-date(damaged-idx)
                 dg-gen-suffix(damaged-idx)
                 damage-reasons
                 DELIMITED BY SIZE INTO verify-record
             WRITE verify-record
             ADD 1 TO damaged-idx
           END-PERFORM
           IF damaged-count = 0
             MOVE "  NONE" TO verify-record
             WRITE verify-record
           END-IF
           MOVE SPACES TO verify-record
           STRING "TOTALS  GENERATIONS CHECKED " generations-checked
               "  NEEDING ATTENTION " damaged-count
               "  MISSING " missing-gen-count
               "  TRUNCATED " truncated-gen-count
               "  OUT OF BALANCE " unbalanced-gen-count
               DELIMITED BY SIZE INTO verify-record
           WRITE verify-record
           .
