       IDENTIFICATION DIVISION.
       PROGRAM-ID. source-quality-scorecard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT generations-file ASSIGN TO "3-generations.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS generations-file-status.

           SELECT audit-file ASSIGN TO DYNAMIC audit-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-file-status.

           SELECT extract-file ASSIGN TO DYNAMIC extract-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS extract-file-status.

           SELECT error-file ASSIGN TO DYNAMIC error-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS error-file-status.

           SELECT scorecard-file ASSIGN TO "3-scorecard.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS scorecard-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  generations-file.
       01  generations-record PIC X(40).

       FD  audit-file.
       01  audit-record PIC X(480).

       FD  extract-file.
       01  extract-record PIC X(200).

       FD  error-file.
       01  error-record PIC X(480).

       FD  scorecard-file.
       01  scorecard-record PIC X(300).

       WORKING-STORAGE SECTION.
       01  generations-file-status PIC 99.
           88  generations-is-ok VALUE 0.
           88  generations-end-of-file VALUE 10.

       01  audit-file-status PIC 99.
           88  audit-is-ok VALUE 0.
           88  audit-end-of-file VALUE 10.

       01  extract-file-status PIC 99.
           88  extract-is-ok VALUE 0.
           88  extract-end-of-file VALUE 10.

       01  error-file-status PIC 99.
           88  error-is-ok VALUE 0.
           88  error-end-of-file VALUE 10.

       01  scorecard-file-status PIC 99.
           88  scorecard-is-ok VALUE 0.

       01  command-line-parm PIC X(200) VALUE SPACES.
       01  as-of-date        PIC X(8)   VALUE SPACES.
       01  as-of-int         PIC 9(8)   VALUE 0.
       01  gen-date-int      PIC 9(8)   VALUE 0.
       01  gen-age-days      PIC S9(8)  VALUE 0.
       01  run-date-yyyymmdd PIC X(8)   VALUE SPACES.
       01  run-date-display  PIC X(10)  VALUE SPACES.

       01  audit-file-name   PIC X(100) VALUE SPACES.
       01  extract-file-name PIC X(100) VALUE SPACES.
       01  error-file-name   PIC X(100) VALUE SPACES.

       01  generation-count PIC 9(3) VALUE 0.
       01  generation-table.
           05  generation-entry OCCURS 366 TIMES.
               10  generation-date   PIC X(8).
               10  generation-suffix PIC X(10).
       01  gen-idx PIC 9(3).
       01  generations-read   PIC 9(3) VALUE 0.
       01  current-gen-date   PIC X(8) VALUE SPACES.
       01  current-gen-suffix PIC X(10) VALUE SPACES.
       01  week-bucket        PIC X(1) VALUE SPACES.
           88  in-current-week VALUE "C".
           88  in-prior-week   VALUE "P".

       01  missing-file-count PIC 9(4) VALUE 0.
       01  missing-file-table.
           05  missing-file-name OCCURS 50 TIMES PIC X(100).
       01  missing-idx PIC 9(4).
       01  audit-was-read PIC X(1) VALUE "N".
           88  audit-is-on-hand VALUE "Y".

       01  file-map-count PIC 9(3) VALUE 0.
       01  file-map-table.
           05  file-map-entry OCCURS 500 TIMES.
               10  fm-file-name PIC X(100).
               10  fm-source-id PIC X(20).
       01  file-map-idx   PIC 9(3).
       01  file-map-match PIC 9(3) VALUE 0.

       01  line-file-name PIC X(100) VALUE SPACES.
       01  line-source-id PIC X(20)  VALUE SPACES.
       01  line-before-source PIC X(480) VALUE SPACES.
       01  line-token-table.
           05  line-token OCCURS 9 TIMES PIC X(100).
       01  phrase-tally   PIC 9(3) VALUE 0.
       01  tally-kind     PIC 9(1) VALUE 0.
           88  kind-accepted   VALUE 1.
           88  kind-malformed  VALUE 2.
           88  kind-nocommon   VALUE 3.
           88  kind-incomplete VALUE 4.
           88  kind-duplicate  VALUE 5.
           88  kind-trailer    VALUE 6.
           88  kind-batch-date VALUE 7.

       01  csv-file-part   PIC X(100) VALUE SPACES.
       01  csv-source-part PIC X(20)  VALUE SPACES.
       01  is-first-extract-row PIC X(1) VALUE "Y".
           88  first-extract-row VALUE "Y".

       01  score-source-count PIC 9(3) VALUE 0.
       01  score-source-table.
           05  score-source-entry OCCURS 100 TIMES.
               10  sq-source-id     PIC X(20).
               10  sq-kind-count    OCCURS 7 TIMES PIC 9(7).
               10  sq-sent          PIC 9(7).
               10  sq-units         PIC 9(7).
               10  sq-rejects       PIC 9(7).
               10  sq-rate          PIC 9(3)V99.
               10  sq-cur-units     PIC 9(7).
               10  sq-cur-rejects   PIC 9(7).
               10  sq-cur-rate      PIC 9(3)V99.
               10  sq-prior-units   PIC 9(7).
               10  sq-prior-rejects PIC 9(7).
               10  sq-prior-rate    PIC 9(3)V99.
               10  sq-trend         PIC X(10).
       01  score-source-idx   PIC 9(3).
       01  score-source-match PIC 9(3) VALUE 0.
       01  score-source-full  PIC X(1) VALUE "N".
           88  score-source-table-is-full VALUE "Y".
       01  kind-idx PIC 9(1).

       01  rank-table.
           05  rank-entry OCCURS 100 TIMES PIC 9(3).
       01  rank-idx     PIC 9(3).
       01  rank-scan    PIC 9(3).
       01  rank-hold    PIC 9(3).
       01  rank-swapped PIC X(1) VALUE "N".
           88  rank-was-swapped VALUE "Y".
       01  rank-show    PIC ZZ9.

       01  worsened-count PIC 9(3) VALUE 0.
       01  total-sent     PIC 9(9) VALUE 0.
       01  total-rejects  PIC 9(9) VALUE 0.
       01  rate-show       PIC ZZ9.99.
       01  cur-rate-show   PIC ZZ9.99.
       01  prior-rate-show PIC ZZ9.99.

       PROCEDURE DIVISION.
       main.
           ACCEPT command-line-parm FROM COMMAND-LINE
           ACCEPT run-date-yyyymmdd FROM DATE YYYYMMDD
           STRING run-date-yyyymmdd(1:4) "-" run-date-yyyymmdd(5:2)
               "-" run-date-yyyymmdd(7:2)
               DELIMITED BY SIZE INTO run-date-display

           PERFORM read-generations-index
           IF FUNCTION TRIM(command-line-parm) = SPACES
             MOVE SPACES TO as-of-date
             MOVE 1 TO gen-idx
             PERFORM UNTIL gen-idx > generation-count
               IF generation-date(gen-idx) > as-of-date
                 MOVE generation-date(gen-idx) TO as-of-date
               END-IF
               ADD 1 TO gen-idx
             END-PERFORM
             IF as-of-date = SPACES
               MOVE run-date-yyyymmdd TO as-of-date
             END-IF
           ELSE
             MOVE FUNCTION TRIM(command-line-parm) TO as-of-date
           END-IF
           MOVE 0 TO as-of-int
           IF as-of-date NUMERIC
             COMPUTE as-of-int =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(as-of-date))
               ON SIZE ERROR
                 MOVE 0 TO as-of-int
             END-COMPUTE
           END-IF
           IF as-of-int = 0
             DISPLAY "USAGE: SCORECARD [<AS-OF-YYYYMMDD>]"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE 1 TO gen-idx
           PERFORM score-one-generation
               UNTIL gen-idx > generation-count
           PERFORM compute-source-rates
           PERFORM rank-sources-by-rate
           PERFORM write-scorecard-report

           DISPLAY "SCORECARD AS OF " as-of-date
               "  GENERATIONS READ: " generations-read
               "  SOURCES: " score-source-count
               "  WORSENED: " worsened-count
               "  MISSING FILES: " missing-file-count
           IF missing-file-count > 0 OR score-source-table-is-full
             MOVE 4 TO RETURN-CODE
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

       score-one-generation.
           MOVE generation-date(gen-idx) TO current-gen-date
           MOVE generation-suffix(gen-idx) TO current-gen-suffix
           IF current-gen-date <= as-of-date
             ADD 1 TO generations-read
             MOVE 0 TO gen-date-int
             COMPUTE gen-date-int =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(current-gen-date))
               ON SIZE ERROR
                 MOVE 0 TO gen-date-int
             END-COMPUTE
             COMPUTE gen-age-days = as-of-int - gen-date-int
             EVALUATE TRUE
               WHEN gen-age-days >= 0 AND gen-age-days <= 6
                 MOVE "C" TO week-bucket
               WHEN gen-age-days >= 7 AND gen-age-days <= 13
                 MOVE "P" TO week-bucket
               WHEN OTHER
                 MOVE SPACES TO week-bucket
             END-EVALUATE
             MOVE 0 TO file-map-count
             PERFORM read-archived-audit
             PERFORM read-archived-extract
             PERFORM read-archived-errors
           END-IF
           ADD 1 TO gen-idx
           .

       read-archived-audit.
           MOVE "N" TO audit-was-read
           MOVE SPACES TO audit-file-name
           STRING "3-audit-" current-gen-date
               current-gen-suffix DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO audit-file-name
           OPEN INPUT audit-file
           IF NOT audit-is-ok
             MOVE audit-file-name TO line-file-name
             PERFORM note-missing-file
           ELSE
             MOVE "Y" TO audit-was-read
             PERFORM UNTIL audit-end-of-file
               READ audit-file
               IF audit-is-ok
                 IF audit-record(1:6) = "FILE: "
                   PERFORM tally-audit-group
                 END-IF
               END-IF
             END-PERFORM
             CLOSE audit-file
           END-IF
           .

       tally-audit-group.
           MOVE SPACES TO line-file-name
           MOVE SPACES TO line-source-id
           MOVE SPACES TO line-before-source
           UNSTRING audit-record(7:) DELIMITED BY " GROUP "
               INTO line-file-name
           UNSTRING audit-record DELIMITED BY " SOURCE: "
               INTO line-before-source line-source-id
           IF line-source-id = SPACES
             MOVE "UNKNOWN" TO line-source-id
           END-IF
           PERFORM remember-file-source
           MOVE 1 TO tally-kind
           PERFORM tally-source-event
           .

       read-archived-extract.
           MOVE SPACES TO extract-file-name
           STRING "3-extract-" current-gen-date
               current-gen-suffix DELIMITED BY SPACE
               ".csv" DELIMITED BY SIZE
               INTO extract-file-name
           OPEN INPUT extract-file
           IF NOT extract-is-ok
             MOVE extract-file-name TO line-file-name
             PERFORM note-missing-file
           ELSE
             MOVE "Y" TO is-first-extract-row
             PERFORM UNTIL extract-end-of-file
               READ extract-file
               IF extract-is-ok
                 IF first-extract-row
                   MOVE "N" TO is-first-extract-row
                 ELSE
                   PERFORM map-extract-row
                 END-IF
               END-IF
             END-PERFORM
             CLOSE extract-file
           END-IF
           .

       map-extract-row.
           MOVE SPACES TO csv-file-part
           MOVE SPACES TO csv-source-part
           UNSTRING extract-record DELIMITED BY ","
               INTO csv-file-part csv-source-part
           IF csv-file-part NOT = SPACES
               AND csv-source-part NOT = SPACES
             MOVE csv-file-part TO line-file-name
             MOVE csv-source-part TO line-source-id
             PERFORM remember-file-source
             IF NOT audit-is-on-hand
               MOVE 1 TO tally-kind
               PERFORM tally-source-event
             END-IF
           END-IF
           .

       read-archived-errors.
           MOVE SPACES TO error-file-name
           STRING "3-errors-" current-gen-date
               current-gen-suffix DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO error-file-name
           OPEN INPUT error-file
           IF NOT error-is-ok
             MOVE error-file-name TO line-file-name
             PERFORM note-missing-file
           ELSE
             PERFORM UNTIL error-end-of-file
               READ error-file
               IF error-is-ok
                 PERFORM classify-error-line
               END-IF
             END-PERFORM
             CLOSE error-file
           END-IF
           .

       classify-error-line.
           MOVE 0 TO tally-kind
           MOVE SPACES TO line-token-table
           UNSTRING error-record DELIMITED BY ALL SPACE
               INTO line-token(1) line-token(2) line-token(3)
                   line-token(4) line-token(5) line-token(6)
                   line-token(7) line-token(8) line-token(9)
           MOVE SPACES TO line-file-name
           MOVE SPACES TO line-source-id
           IF line-token(1) = "FILE"
             MOVE line-token(2) TO line-file-name
             IF line-token(3) = "SOURCE"
               MOVE line-token(4) TO line-source-id
             END-IF
             MOVE 0 TO phrase-tally
             INSPECT error-record TALLYING phrase-tally
                 FOR ALL " MALFORMED GROUP STARTING AT LINE "
             IF phrase-tally > 0
               MOVE 2 TO tally-kind
             END-IF
             MOVE 0 TO phrase-tally
             INSPECT error-record TALLYING phrase-tally
                 FOR ALL " NO COMMON ITEM FOUND FOR GROUP "
             IF phrase-tally > 0
               MOVE 3 TO tally-kind
             END-IF
             MOVE 0 TO phrase-tally
             INSPECT error-record TALLYING phrase-tally
                 FOR ALL " INCOMPLETE GROUP STARTING AT LINE "
             IF phrase-tally > 0
               MOVE 4 TO tally-kind
             END-IF
             MOVE 0 TO phrase-tally
             INSPECT error-record TALLYING phrase-tally
                 FOR ALL " DUPLICATE GROUP "
             IF phrase-tally > 0
               MOVE 5 TO tally-kind
             END-IF
             IF line-token(3) = "BATCH" AND line-token(4) = "DATE"
               MOVE 0 TO phrase-tally
               INSPECT error-record TALLYING phrase-tally
                   FOR ALL " REJECTED - "
               IF phrase-tally > 0
                 MOVE 7 TO tally-kind
                 IF line-token(5) = "SOURCE"
                   MOVE line-token(6) TO line-source-id
                 ELSE
                   MOVE line-token(7) TO line-source-id
                 END-IF
               END-IF
             END-IF
           ELSE
             IF error-record(1:39) =
                 "TRAILER RECORD COUNT MISMATCH FOR FILE "
               MOVE 6 TO tally-kind
               MOVE line-token(7) TO line-file-name
               IF line-token(8) = "SOURCE"
                 MOVE line-token(9) TO line-source-id
               END-IF
             END-IF
           END-IF

           IF tally-kind > 0
             IF line-source-id = SPACES
               PERFORM find-file-source
               IF file-map-match > 0
                 MOVE fm-source-id(file-map-match) TO line-source-id
               ELSE
                 MOVE "UNKNOWN" TO line-source-id
               END-IF
             END-IF
             PERFORM tally-source-event
           END-IF
           .

       remember-file-source.
           PERFORM find-file-source
           IF file-map-match = 0 AND file-map-count < 500
             ADD 1 TO file-map-count
             MOVE line-file-name TO fm-file-name(file-map-count)
             MOVE line-source-id TO fm-source-id(file-map-count)
           END-IF
           .

       find-file-source.
           MOVE 0 TO file-map-match
           MOVE 1 TO file-map-idx
           PERFORM UNTIL file-map-idx > file-map-count
               OR file-map-match > 0
             IF fm-file-name(file-map-idx) = line-file-name
               MOVE file-map-idx TO file-map-match
             END-IF
             ADD 1 TO file-map-idx
           END-PERFORM
           .

       note-missing-file.
           ADD 1 TO missing-file-count
           IF missing-file-count <= 50
             MOVE line-file-name
                 TO missing-file-name(missing-file-count)
           END-IF
           .

       tally-source-event.
           PERFORM find-score-source-entry
           IF score-source-match > 0
             ADD 1 TO sq-kind-count(score-source-match, tally-kind)
             IF in-current-week
               ADD 1 TO sq-cur-units(score-source-match)
               IF NOT kind-accepted
                 ADD 1 TO sq-cur-rejects(score-source-match)
               END-IF
             END-IF
             IF in-prior-week
               ADD 1 TO sq-prior-units(score-source-match)
               IF NOT kind-accepted
                 ADD 1 TO sq-prior-rejects(score-source-match)
               END-IF
             END-IF
           END-IF
           .

       find-score-source-entry.
           MOVE 0 TO score-source-match
           MOVE 1 TO score-source-idx
           PERFORM UNTIL score-source-idx > score-source-count
               OR score-source-match > 0
             IF sq-source-id(score-source-idx) = line-source-id
               MOVE score-source-idx TO score-source-match
             END-IF
             ADD 1 TO score-source-idx
           END-PERFORM
           IF score-source-match = 0
             IF score-source-count < 100
               ADD 1 TO score-source-count
               MOVE score-source-count TO score-source-match
               MOVE line-source-id TO sq-source-id(score-source-match)
               MOVE 1 TO kind-idx
               PERFORM UNTIL kind-idx > 7
                 MOVE 0 TO sq-kind-count(score-source-match, kind-idx)
                 ADD 1 TO kind-idx
               END-PERFORM
               MOVE 0 TO sq-cur-units(score-source-match)
               MOVE 0 TO sq-cur-rejects(score-source-match)
               MOVE 0 TO sq-prior-units(score-source-match)
               MOVE 0 TO sq-prior-rejects(score-source-match)
             ELSE
               MOVE "Y" TO score-source-full
             END-IF
           END-IF
           .

       compute-source-rates.
           MOVE 1 TO score-source-idx
           PERFORM compute-one-source-rate
               UNTIL score-source-idx > score-source-count
           .

       compute-one-source-rate.
           COMPUTE sq-sent(score-source-idx) =
               sq-kind-count(score-source-idx, 1)
               + sq-kind-count(score-source-idx, 2)
               + sq-kind-count(score-source-idx, 3)
               + sq-kind-count(score-source-idx, 4)
               + sq-kind-count(score-source-idx, 5)
           COMPUTE sq-rejects(score-source-idx) =
               sq-kind-count(score-source-idx, 2)
               + sq-kind-count(score-source-idx, 3)
               + sq-kind-count(score-source-idx, 4)
               + sq-kind-count(score-source-idx, 5)
               + sq-kind-count(score-source-idx, 6)
               + sq-kind-count(score-source-idx, 7)
           COMPUTE sq-units(score-source-idx) =
               sq-sent(score-source-idx)
               + sq-kind-count(score-source-idx, 6)
               + sq-kind-count(score-source-idx, 7)
           MOVE 0 TO sq-rate(score-source-idx)
           IF sq-units(score-source-idx) > 0
             COMPUTE sq-rate(score-source-idx) ROUNDED =
                 sq-rejects(score-source-idx) * 100
                 / sq-units(score-source-idx)
           END-IF
           MOVE 0 TO sq-cur-rate(score-source-idx)
           IF sq-cur-units(score-source-idx) > 0
             COMPUTE sq-cur-rate(score-source-idx) ROUNDED =
                 sq-cur-rejects(score-source-idx) * 100
                 / sq-cur-units(score-source-idx)
           END-IF
           MOVE 0 TO sq-prior-rate(score-source-idx)
           IF sq-prior-units(score-source-idx) > 0
             COMPUTE sq-prior-rate(score-source-idx) ROUNDED =
                 sq-prior-rejects(score-source-idx) * 100
                 / sq-prior-units(score-source-idx)
           END-IF
           MOVE SPACES TO sq-trend(score-source-idx)
           IF sq-cur-units(score-source-idx) > 0
               AND sq-prior-units(score-source-idx) > 0
             IF sq-cur-rate(score-source-idx)
                 > sq-prior-rate(score-source-idx)
               MOVE "WORSENED" TO sq-trend(score-source-idx)
               ADD 1 TO worsened-count
             END-IF
             IF sq-cur-rate(score-source-idx)
                 < sq-prior-rate(score-source-idx)
               MOVE "IMPROVED" TO sq-trend(score-source-idx)
             END-IF
           END-IF
           ADD sq-sent(score-source-idx) TO total-sent
           ADD sq-rejects(score-source-idx) TO total-rejects
           MOVE score-source-idx TO rank-entry(score-source-idx)
           ADD 1 TO score-source-idx
           .

       rank-sources-by-rate.
           MOVE "Y" TO rank-swapped
           PERFORM UNTIL NOT rank-was-swapped
             MOVE "N" TO rank-swapped
             MOVE 1 TO rank-idx
             PERFORM compare-adjacent-ranks
                 UNTIL rank-idx >= score-source-count
           END-PERFORM
           .

       compare-adjacent-ranks.
           COMPUTE rank-scan = rank-idx + 1
           IF sq-rate(rank-entry(rank-scan))
               > sq-rate(rank-entry(rank-idx))
               OR (sq-rate(rank-entry(rank-scan))
                   = sq-rate(rank-entry(rank-idx))
                 AND sq-rejects(rank-entry(rank-scan))
                   > sq-rejects(rank-entry(rank-idx)))
             MOVE rank-entry(rank-idx) TO rank-hold
             MOVE rank-entry(rank-scan) TO rank-entry(rank-idx)
             MOVE rank-hold TO rank-entry(rank-scan)
             MOVE "Y" TO rank-swapped
           END-IF
           ADD 1 TO rank-idx
           .

       write-scorecard-report.
           OPEN OUTPUT scorecard-file
           MOVE SPACES TO scorecard-record
           STRING "SOURCE DATA-QUALITY SCORECARD  AS OF: " as-of-date
               "  GENERATIONS READ: " generations-read
               "  RUN DATE: " run-date-display
               DELIMITED BY SIZE INTO scorecard-record
           WRITE scorecard-record
           MOVE SPACES TO scorecard-record
           STRING "REJECT RATE = MALFORMED + NO COMMON ITEM + "
               "INCOMPLETE + DUPLICATE + TRAILER MISMATCH + "
               "BATCH DATE REJECTED, OVER GROUPS SENT PLUS "
               "FILE-LEVEL REJECTIONS"
               DELIMITED BY SIZE INTO scorecard-record
           WRITE scorecard-record
           MOVE SPACES TO scorecard-record
           STRING "THIS WEEK IS THE 7 DAYS ENDING " as-of-date
               ", PRIOR WEEK THE 7 DAYS BEFORE THAT"
               DELIMITED BY SIZE INTO scorecard-record
           WRITE scorecard-record
           MOVE SPACES TO scorecard-record
           STRING "RANK SOURCE                   SENT ACCEPTED"
               " MALFORMED NOCOMMON INCOMPLETE DUPLICATE  TRAILER"
               " BATCHDATE  REJECT%  THIS WK PRIOR WK  TREND"
               DELIMITED BY SIZE INTO scorecard-record
           WRITE scorecard-record

           IF score-source-count = 0
             MOVE SPACES TO scorecard-record
             MOVE "NO SOURCE ACTIVITY FOUND IN THE ARCHIVED GENERATIONS"
                 TO scorecard-record
             WRITE scorecard-record
           ELSE
             MOVE 1 TO rank-idx
             PERFORM write-scorecard-line
                 UNTIL rank-idx > score-source-count
           END-IF

           MOVE SPACES TO scorecard-record
           STRING "TOTAL  GROUPS SENT " total-sent
               "  REJECTIONS " total-rejects
               "  SOURCES " score-source-count
               "  SOURCES WORSENED WEEK OVER WEEK " worsened-count
               DELIMITED BY SIZE INTO scorecard-record
           WRITE scorecard-record

           IF missing-file-count > 0
             MOVE SPACES TO scorecard-record
             STRING "ARCHIVED FILES NOT ON HAND: " missing-file-count
                 " - THE SCORECARD IS INCOMPLETE"
                 DELIMITED BY SIZE INTO scorecard-record
             WRITE scorecard-record
             MOVE 1 TO missing-idx
             PERFORM UNTIL missing-idx > missing-file-count
                 OR missing-idx > 50
               MOVE SPACES TO scorecard-record
               STRING "  " FUNCTION TRIM(missing-file-name(missing-idx))
                   DELIMITED BY SIZE INTO scorecard-record
               WRITE scorecard-record
               ADD 1 TO missing-idx
             END-PERFORM
           END-IF
           IF score-source-table-is-full
             MOVE SPACES TO scorecard-record
             MOVE "MORE THAN 100 SOURCES - ONLY THE FIRST 100 ARE SHOWN"
                 TO scorecard-record
             WRITE scorecard-record
           END-IF
           CLOSE scorecard-file
           .

       write-scorecard-line.
           MOVE rank-entry(rank-idx) TO score-source-idx
           MOVE rank-idx TO rank-show
           MOVE sq-rate(score-source-idx) TO rate-show
           MOVE sq-cur-rate(score-source-idx) TO cur-rate-show
           MOVE sq-prior-rate(score-source-idx) TO prior-rate-show
           MOVE SPACES TO scorecard-record
           STRING rank-show "  " sq-source-id(score-source-idx)
               " " sq-sent(score-source-idx)
               "  " sq-kind-count(score-source-idx, 1)
               "   " sq-kind-count(score-source-idx, 2)
               "  " sq-kind-count(score-source-idx, 3)
               "    " sq-kind-count(score-source-idx, 4)
               "   " sq-kind-count(score-source-idx, 5)
               "  " sq-kind-count(score-source-idx, 6)
               "   " sq-kind-count(score-source-idx, 7)
               "   " rate-show
               "   " cur-rate-show
               "   " prior-rate-show
               "  " sq-trend(score-source-idx)
               DELIMITED BY SIZE INTO scorecard-record
           WRITE scorecard-record
           ADD 1 TO rank-idx
           .
