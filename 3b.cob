       IDENTIFICATION DIVISION.
       PROGRAM-ID. bill-source-statements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT generations-file ASSIGN TO "3-generations.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS generations-file-status.

           SELECT extract-file ASSIGN TO DYNAMIC extract-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS extract-file-status.

           SELECT items-file ASSIGN TO "3-items.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS items-file-status.

           SELECT rates-file ASSIGN TO "3-rates.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rates-file-status.

           SELECT register-file ASSIGN TO "3-register.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS register-file-status.

           SELECT billed-file ASSIGN TO "3-billed.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS billed-file-status.

           SELECT statement-file ASSIGN TO DYNAMIC statement-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS statement-file-status.

           SELECT billing-file ASSIGN TO "3-billing.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS billing-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  generations-file.
       01  generations-record PIC X(40).

       FD  extract-file.
       01  extract-record PIC X(200).

       FD  items-file.
       01  items-record PIC X(80).

       FD  rates-file.
       01  rates-record PIC X(80).

       FD  register-file.
       01  register-record PIC X(280).

       FD  billed-file.
       01  billed-record PIC X(150).

       FD  statement-file.
       01  statement-record PIC X(200).

       FD  billing-file.
       01  billing-record PIC X(200).

       WORKING-STORAGE SECTION.
       01  generations-file-status PIC 99.
           88  generations-is-ok VALUE 0.
           88  generations-end-of-file VALUE 10.

       01  extract-file-status PIC 99.
           88  extract-is-ok VALUE 0.
           88  extract-end-of-file VALUE 10.

       01  items-file-status PIC 99.
           88  items-is-ok VALUE 0.
           88  items-end-of-file VALUE 10.

       01  rates-file-status PIC 99.
           88  rates-is-ok VALUE 0.
           88  rates-end-of-file VALUE 10.

       01  register-file-status PIC 99.
           88  register-is-ok VALUE 0.
           88  register-end-of-file VALUE 10.

       01  billed-file-status PIC 99.
           88  billed-is-ok VALUE 0.
           88  billed-end-of-file VALUE 10.

       01  statement-file-status PIC 99.
           88  statement-is-ok VALUE 0.

       01  billing-file-status PIC 99.
           88  billing-is-ok VALUE 0.

       01  command-line-parm PIC X(200) VALUE SPACES.
       01  period-from       PIC X(8)   VALUE SPACES.
       01  period-to         PIC X(8)   VALUE SPACES.
       01  period-from-int   PIC 9(8)   VALUE 0.
       01  period-to-int     PIC 9(8)   VALUE 0.
       01  run-date-yyyymmdd PIC X(8)   VALUE SPACES.
       01  run-date-display  PIC X(10)  VALUE SPACES.
       01  period-display    PIC X(24)  VALUE SPACES.

       01  extract-file-name   PIC X(100) VALUE SPACES.
       01  statement-file-name PIC X(100) VALUE SPACES.

       01  generation-count PIC 9(3) VALUE 0.
       01  generation-table.
           05  generation-entry OCCURS 366 TIMES.
               10  generation-date   PIC X(8).
               10  generation-suffix PIC X(10).
       01  gen-idx PIC 9(3).
       01  period-generation-count PIC 9(3) VALUE 0.
       01  missing-extract-count   PIC 9(3) VALUE 0.
       01  current-gen-date        PIC X(8) VALUE SPACES.
       01  current-gen-suffix      PIC X(10) VALUE SPACES.

       01  csv-file-part     PIC X(100) VALUE SPACES.
       01  csv-source-part   PIC X(20)  VALUE SPACES.
       01  csv-line-part     PIC X(10)  VALUE SPACES.
       01  csv-chosen-part   PIC X(10)  VALUE SPACES.
       01  csv-item-part     PIC X(20)  VALUE SPACES.
       01  csv-desc-part     PIC X(40)  VALUE SPACES.
       01  csv-priority-part PIC X(20)  VALUE SPACES.
       01  csv-running-part  PIC X(20)  VALUE SPACES.
       01  csv-table-part    PIC X(12)  VALUE SPACES.
       01  row-priority      PIC 9(16)  VALUE 0.
       01  row-category      PIC X(12)  VALUE SPACES.
       01  row-is-valid      PIC X(1)   VALUE "Y".
           88  csv-row-is-valid VALUE "Y".
       01  unparseable-count PIC 9(6)   VALUE 0.
       01  is-first-extract-row PIC X(1) VALUE "Y".
           88  first-extract-row VALUE "Y".
       01  extract-new-layout PIC X(1) VALUE "Y".
           88  extract-has-item-columns VALUE "Y".
       01  header-scan-count PIC 9(2) VALUE 0.

       01  item-category-table.
           05  item-category OCCURS 52 TIMES PIC X(12).
       01  item-letter-part   PIC X(10)  VALUE SPACES.
       01  item-code-part     PIC X(10)  VALUE SPACES.
       01  item-desc-part     PIC X(30)  VALUE SPACES.
       01  item-category-part PIC X(12)  VALUE SPACES.
       01  item-idx           PIC 9(4).
       01  item-lookup-match  PIC 9(4)   VALUE 0.
       01  lookup-search-idx  PIC 9(4).

       01  rate-count PIC 9(3) VALUE 0.
       01  rate-table.
           05  rate-entry OCCURS 200 TIMES.
               10  rate-source-id  PIC X(20).
               10  rate-category   PIC X(12).
               10  rate-per-point  PIC 9(5)V9(6).
       01  rate-idx             PIC 9(3).
       01  rate-match           PIC 9(3) VALUE 0.
       01  rate-source-part     PIC X(20) VALUE SPACES.
       01  rate-category-part   PIC X(12) VALUE SPACES.
       01  rate-value-part      PIC X(20) VALUE SPACES.
       01  rate-bad-count       PIC 9(3)  VALUE 0.
       01  rate-bad-table.
           05  rate-bad-line OCCURS 20 TIMES PIC X(80).
       01  rate-search-source   PIC X(20) VALUE SPACES.
       01  rate-search-category PIC X(12) VALUE SPACES.
       01  rate-show            PIC Z(4)9.9(6).

       01  restated-count PIC 9(3) VALUE 0.
       01  restated-table.
           05  restated-entry OCCURS 500 TIMES.
               10  restated-source-id     PIC X(20).
               10  restated-run-date      PIC X(8).
               10  restated-orig-run-date PIC X(8).
               10  restated-orig-file     PIC X(100).
               10  restated-orig-set      PIC X(10).
               10  restated-set-recorded  PIC X(1).
               10  restated-orig-total    PIC 9(18).
       01  restated-idx   PIC 9(3).
       01  restated-match PIC 9(3) VALUE 0.
       01  excluded-row-count PIC 9(6)  VALUE 0.
       01  excluded-points    PIC 9(18) VALUE 0.
       01  credit-file-name   PIC X(100) VALUE SPACES.
       01  credit-source-id   PIC X(20)  VALUE SPACES.
       01  credit-rows-found  PIC 9(6)   VALUE 0.
       01  credit-problem-count PIC 9(3) VALUE 0.
       01  credit-problem-table.
           05  credit-problem-line OCCURS 20 TIMES PIC X(150).
       01  credit-work-line   PIC X(150) VALUE SPACES.

       01  billed-count PIC 9(3) VALUE 0.
       01  billed-table.
           05  billed-entry OCCURS 500 TIMES.
               10  billed-from PIC X(8).
               10  billed-to   PIC X(8).
       01  billed-idx   PIC 9(3).
       01  billed-line-buffer PIC X(150).
       01  billed-fields REDEFINES billed-line-buffer.
           05  FILLER            PIC X(12).
           05  billed-from-txt   PIC X(8).
           05  FILLER            PIC X(4).
           05  billed-to-txt     PIC X(8).
           05  FILLER            PIC X(118).
       01  period-overlap-found PIC X(1) VALUE "N".
           88  period-overlaps-billed VALUE "Y".
       01  original-was-billed PIC X(1) VALUE "N".
           88  original-is-billed VALUE "Y".
       01  overlap-from PIC X(8) VALUE SPACES.
       01  overlap-to   PIC X(8) VALUE SPACES.

       01  bill-line-count PIC 9(4) VALUE 0.
       01  bill-line-table.
           05  bill-line OCCURS 3000 TIMES.
               10  bl-source-id PIC X(20).
               10  bl-gen-date  PIC X(8).
               10  bl-category  PIC X(12).
               10  bl-line-type PIC X(1).
                   88  bl-is-charge VALUE "C".
                   88  bl-is-credit VALUE "R".
               10  bl-groups    PIC 9(6).
               10  bl-points    PIC 9(18).
               10  bl-rate      PIC 9(5)V9(6).
               10  bl-amount    PIC 9(13)V99.
       01  bill-line-idx   PIC 9(4).
       01  bill-line-match PIC 9(4) VALUE 0.
       01  bill-line-full  PIC X(1) VALUE "N".
           88  bill-line-table-is-full VALUE "Y".
       01  line-source-id  PIC X(20) VALUE SPACES.
       01  line-type       PIC X(1)  VALUE SPACES.

       01  unpriced-count PIC 9(3) VALUE 0.
       01  unpriced-table.
           05  unpriced-entry OCCURS 50 TIMES.
               10  up-source-id PIC X(20).
               10  up-category  PIC X(12).
       01  unpriced-idx   PIC 9(3).
       01  unpriced-found PIC X(1) VALUE "N".
           88  unpriced-was-found VALUE "Y".

       01  bill-source-count PIC 9(3) VALUE 0.
       01  bill-source-table.
           05  bill-source-entry OCCURS 51 TIMES.
               10  bs-source-id      PIC X(20).
               10  bs-groups         PIC 9(7).
               10  bs-points         PIC 9(18).
               10  bs-charges        PIC 9(13)V99.
               10  bs-credit-groups  PIC 9(7).
               10  bs-credit-points  PIC 9(18).
               10  bs-credits        PIC 9(13)V99.
               10  bs-net-amount     PIC S9(13)V99.
       01  bill-source-idx   PIC 9(3).
       01  bill-source-match PIC 9(3) VALUE 0.

       01  total-groups        PIC 9(7)      VALUE 0.
       01  total-points        PIC 9(18)     VALUE 0.
       01  total-charges       PIC 9(13)V99  VALUE 0.
       01  total-credits       PIC 9(13)V99  VALUE 0.
       01  total-net-invoiced  PIC S9(13)V99 VALUE 0.
       01  amount-show         PIC Z(12)9.99.
       01  net-show            PIC -(13)9.99.

       01  billing-problem-count PIC 9(4) VALUE 0.

       COPY lookup.
       COPY register.

       PROCEDURE DIVISION.
       main.
           ACCEPT command-line-parm FROM COMMAND-LINE
           UNSTRING command-line-parm DELIMITED BY ALL SPACE
               INTO period-from period-to
           IF period-from NOT NUMERIC OR period-to NOT NUMERIC
             DISPLAY "USAGE: BILL <FROM-YYYYMMDD> <TO-YYYYMMDD>"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 0 TO period-from-int
           COMPUTE period-from-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(period-from))
             ON SIZE ERROR
               MOVE 0 TO period-from-int
           END-COMPUTE
           MOVE 0 TO period-to-int
           COMPUTE period-to-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(period-to))
             ON SIZE ERROR
               MOVE 0 TO period-to-int
           END-COMPUTE
           IF period-from-int = 0 OR period-to-int = 0
               OR period-from-int > period-to-int
             DISPLAY "The billing period is not valid: "
                 period-from " TO " period-to
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           ACCEPT run-date-yyyymmdd FROM DATE YYYYMMDD
           STRING run-date-yyyymmdd(1:4) "-" run-date-yyyymmdd(5:2)
               "-" run-date-yyyymmdd(7:2)
               DELIMITED BY SIZE INTO run-date-display
           STRING period-from " TO " period-to
               DELIMITED BY SIZE INTO period-display

           PERFORM read-billed-register
           PERFORM check-period-overlap
           IF period-overlaps-billed
             DISPLAY "The billing period " FUNCTION TRIM(period-display)
                 " overlaps the period already billed "
                 overlap-from " TO " overlap-to " - NOT BILLED"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM read-item-categories
           PERFORM read-rate-schedule
           PERFORM read-restatement-register
           PERFORM read-generations-index
           PERFORM bill-period-generations
           PERFORM add-restatement-credits
           PERFORM price-bill-lines
           PERFORM total-bill-lines

           COMPUTE billing-problem-count = missing-extract-count
               + unparseable-count + unpriced-count + rate-bad-count
               + credit-problem-count
           IF bill-line-table-is-full
             ADD 1 TO billing-problem-count
           END-IF

           IF billing-problem-count > 0
             PERFORM write-billing-control-report
             DISPLAY "BILLING PERIOD " FUNCTION TRIM(period-display)
                 "  NOT BILLED - " billing-problem-count
                 " PROBLEM(S) LISTED IN 3-billing.txt"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           IF bill-line-count = 0
             PERFORM write-billing-control-report
             DISPLAY "BILLING PERIOD " FUNCTION TRIM(period-display)
                 "  NOTHING TO BILL - NO GENERATIONS IN THE PERIOD"
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE 1 TO bill-source-idx
           PERFORM write-source-statement
               UNTIL bill-source-idx > bill-source-count
           PERFORM write-billing-control-report
           PERFORM append-billed-register

           MOVE total-net-invoiced TO net-show
           DISPLAY "BILLING PERIOD " FUNCTION TRIM(period-display)
               "  GENERATIONS: " period-generation-count
               "  SOURCES: " bill-source-count
               "  CONTROL TOTAL INVOICED: " FUNCTION TRIM(net-show)
           GOBACK
           .

       read-billed-register.
           MOVE 0 TO billed-count
           OPEN INPUT billed-file
           IF billed-is-ok
             PERFORM UNTIL billed-end-of-file
               READ billed-file
               IF billed-is-ok
                 MOVE billed-record TO billed-line-buffer
                 IF billed-line-buffer(1:12) = "BILLED FROM="
                     AND billed-from-txt NUMERIC
                     AND billed-to-txt NUMERIC
                     AND billed-count < 500
                   ADD 1 TO billed-count
                   MOVE billed-from-txt TO billed-from(billed-count)
                   MOVE billed-to-txt TO billed-to(billed-count)
                 END-IF
               END-IF
             END-PERFORM
             CLOSE billed-file
           END-IF
           .

       check-period-overlap.
           MOVE "N" TO period-overlap-found
           MOVE 1 TO billed-idx
           PERFORM UNTIL billed-idx > billed-count
               OR period-overlaps-billed
             IF billed-from(billed-idx) <= period-to
                 AND billed-to(billed-idx) >= period-from
               MOVE "Y" TO period-overlap-found
               MOVE billed-from(billed-idx) TO overlap-from
               MOVE billed-to(billed-idx) TO overlap-to
             END-IF
             ADD 1 TO billed-idx
           END-PERFORM
           .

       read-item-categories.
           MOVE 1 TO item-idx
           PERFORM UNTIL item-idx > 52
             MOVE "UNASSIGNED" TO item-category(item-idx)
             ADD 1 TO item-idx
           END-PERFORM
           OPEN INPUT items-file
           IF items-is-ok
             PERFORM UNTIL items-end-of-file
               READ items-file
               IF items-is-ok
                 IF FUNCTION TRIM(items-record) NOT = SPACES
                   PERFORM apply-item-category
                 END-IF
               END-IF
             END-PERFORM
             CLOSE items-file
           ELSE
             DISPLAY "Item master file not found, items will be "
                 "priced as UNASSIGNED"
           END-IF
           .

       apply-item-category.
           MOVE SPACES TO item-letter-part
           MOVE SPACES TO item-code-part
           MOVE SPACES TO item-desc-part
           MOVE SPACES TO item-category-part
           UNSTRING items-record DELIMITED BY ","
               INTO item-letter-part item-code-part
                   item-desc-part item-category-part
           PERFORM find-lookup-position
           IF item-lookup-match > 0
             MOVE item-category-part TO item-category(item-lookup-match)
           END-IF
           .

       find-lookup-position.
           MOVE 0 TO item-lookup-match
           MOVE 1 TO lookup-search-idx
           PERFORM UNTIL lookup-search-idx > 52
               OR item-lookup-match > 0
             IF item-letter-part(1:1) = lookup(lookup-search-idx:1)
               MOVE lookup-search-idx TO item-lookup-match
             END-IF
             ADD 1 TO lookup-search-idx
           END-PERFORM
           .

       read-rate-schedule.
           MOVE 0 TO rate-count
           OPEN INPUT rates-file
           IF rates-is-ok
             PERFORM UNTIL rates-end-of-file
               READ rates-file
               IF rates-is-ok
                 IF FUNCTION TRIM(rates-record) NOT = SPACES
                   PERFORM apply-rate-record
                 END-IF
               END-IF
             END-PERFORM
             CLOSE rates-file
           ELSE
             DISPLAY "The rate schedule could not be opened"
           END-IF
           .

       apply-rate-record.
           MOVE SPACES TO rate-source-part
           MOVE SPACES TO rate-category-part
           MOVE SPACES TO rate-value-part
           UNSTRING rates-record DELIMITED BY ","
               INTO rate-source-part rate-category-part rate-value-part
           IF FUNCTION TRIM(rate-source-part) = SPACES
               OR FUNCTION TRIM(rate-category-part) = SPACES
               OR FUNCTION TRIM(rate-value-part) = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(rate-value-part))
                   NOT = 0
               OR rate-count >= 200
             ADD 1 TO rate-bad-count
             IF rate-bad-count <= 20
               MOVE rates-record TO rate-bad-line(rate-bad-count)
             END-IF
           ELSE
             ADD 1 TO rate-count
             MOVE FUNCTION TRIM(rate-source-part)
                 TO rate-source-id(rate-count)
             MOVE FUNCTION TRIM(rate-category-part)
                 TO rate-category(rate-count)
             COMPUTE rate-per-point(rate-count) =
                 FUNCTION NUMVAL(FUNCTION TRIM(rate-value-part))
               ON SIZE ERROR
                 SUBTRACT 1 FROM rate-count
                 ADD 1 TO rate-bad-count
                 IF rate-bad-count <= 20
                   MOVE rates-record TO rate-bad-line(rate-bad-count)
                 END-IF
             END-COMPUTE
           END-IF
           .

       read-restatement-register.
           MOVE 0 TO restated-count
           OPEN INPUT register-file
           IF register-is-ok
             PERFORM UNTIL register-end-of-file
               READ register-file
               IF register-is-ok
                 MOVE register-record TO register-line-buffer
                 IF register-line-buffer(1:4) = "RST="
                     AND restated-count < 500
                   ADD 1 TO restated-count
                   MOVE rst-source-id
                       TO restated-source-id(restated-count)
                   MOVE rst-run-date
                       TO restated-run-date(restated-count)
                   MOVE rst-orig-run-date
                       TO restated-orig-run-date(restated-count)
                   MOVE rst-orig-file-name
                       TO restated-orig-file(restated-count)
                   MOVE SPACES TO restated-orig-set(restated-count)
                   MOVE "N" TO restated-set-recorded(restated-count)
                   IF rst-orig-set-tag = " OSET="
                     MOVE rst-orig-set
                         TO restated-orig-set(restated-count)
                     MOVE "Y" TO restated-set-recorded(restated-count)
                   END-IF
                   MOVE 0 TO restated-orig-total(restated-count)
                   IF rst-orig-total-txt NUMERIC
                     MOVE rst-orig-total-txt
                         TO restated-orig-total(restated-count)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE register-file
           END-IF
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

       bill-period-generations.
           MOVE 1 TO gen-idx
           PERFORM bill-one-generation
               UNTIL gen-idx > generation-count
           .

       bill-one-generation.
           IF generation-date(gen-idx) >= period-from
               AND generation-date(gen-idx) <= period-to
             ADD 1 TO period-generation-count
             MOVE generation-date(gen-idx) TO current-gen-date
             MOVE generation-suffix(gen-idx) TO current-gen-suffix
             PERFORM build-extract-file-name
             MOVE "C" TO line-type
             PERFORM read-one-billing-extract
             IF NOT extract-is-ok AND NOT extract-end-of-file
               ADD 1 TO missing-extract-count
             END-IF
           END-IF
           ADD 1 TO gen-idx
           .

       build-extract-file-name.
           MOVE SPACES TO extract-file-name
           STRING "3-extract-" current-gen-date
               current-gen-suffix DELIMITED BY SPACE
               ".csv" DELIMITED BY SIZE
               INTO extract-file-name
           .

       read-one-billing-extract.
           OPEN INPUT extract-file
           IF NOT extract-is-ok
             DISPLAY "The archived extract could not be opened: "
                 FUNCTION TRIM(extract-file-name)
           ELSE
             MOVE "Y" TO is-first-extract-row
             PERFORM UNTIL extract-end-of-file
               READ extract-file
               IF extract-is-ok
                 IF first-extract-row
                   MOVE "N" TO is-first-extract-row
                   MOVE 0 TO header-scan-count
                   INSPECT extract-record TALLYING
                       header-scan-count FOR ALL "ITEM-CODE"
                   IF header-scan-count > 0
                     MOVE "Y" TO extract-new-layout
                   ELSE
                     MOVE "N" TO extract-new-layout
                   END-IF
                 ELSE
                   PERFORM split-extract-row
                   IF line-type = "C"
                     PERFORM charge-extract-row
                   ELSE
                     PERFORM credit-extract-row
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE extract-file
           END-IF
           .

       split-extract-row.
           MOVE "Y" TO row-is-valid
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
             IF csv-priority-part(1:16) NUMERIC
               MOVE csv-priority-part(1:16) TO row-priority
             ELSE
               MOVE "N" TO row-is-valid
             END-IF
           ELSE
             IF csv-item-part(1:16) NUMERIC
               MOVE csv-item-part(1:16) TO row-priority
             ELSE
               MOVE "N" TO row-is-valid
             END-IF
           END-IF
           IF FUNCTION TRIM(csv-source-part) = SPACES
             MOVE "N" TO row-is-valid
           END-IF
           MOVE csv-chosen-part TO item-letter-part
           PERFORM find-lookup-position
           IF item-lookup-match > 0
             MOVE item-category(item-lookup-match) TO row-category
           ELSE
             MOVE "UNASSIGNED" TO row-category
           END-IF
           .

       charge-extract-row.
           IF NOT csv-row-is-valid
             ADD 1 TO unparseable-count
           ELSE
             PERFORM find-restated-original
             IF restated-match > 0
               ADD 1 TO excluded-row-count
               ADD row-priority TO excluded-points
             ELSE
               MOVE csv-source-part TO line-source-id
               PERFORM add-to-bill-line
             END-IF
           END-IF
           .

       credit-extract-row.
           IF csv-row-is-valid
               AND csv-file-part = credit-file-name
               AND csv-source-part = credit-source-id
             ADD 1 TO credit-rows-found
             MOVE credit-source-id TO line-source-id
             PERFORM add-to-bill-line
           END-IF
           .

       find-restated-original.
           MOVE 0 TO restated-match
           MOVE 1 TO restated-idx
           PERFORM UNTIL restated-idx > restated-count
               OR restated-match > 0
             IF restated-orig-run-date(restated-idx) = current-gen-date
                 AND restated-orig-file(restated-idx) = csv-file-part
                 AND restated-source-id(restated-idx)
                     = csv-source-part
               IF restated-set-recorded(restated-idx) = "Y"
                 IF restated-orig-set(restated-idx)
                     = current-gen-suffix(2:)
                   MOVE restated-idx TO restated-match
                 END-IF
               ELSE
                 IF restated-run-date(restated-idx)
                     NOT = current-gen-date
                   MOVE restated-idx TO restated-match
                 END-IF
               END-IF
             END-IF
             ADD 1 TO restated-idx
           END-PERFORM
           .

       add-to-bill-line.
           MOVE 0 TO bill-line-match
           MOVE 1 TO bill-line-idx
           PERFORM UNTIL bill-line-idx > bill-line-count
               OR bill-line-match > 0
             IF bl-source-id(bill-line-idx) = line-source-id
                 AND bl-gen-date(bill-line-idx) = current-gen-date
                 AND bl-category(bill-line-idx) = row-category
                 AND bl-line-type(bill-line-idx) = line-type
               MOVE bill-line-idx TO bill-line-match
             END-IF
             ADD 1 TO bill-line-idx
           END-PERFORM
           IF bill-line-match = 0
             IF bill-line-count < 3000
               ADD 1 TO bill-line-count
               MOVE bill-line-count TO bill-line-match
               MOVE line-source-id TO bl-source-id(bill-line-match)
               MOVE current-gen-date TO bl-gen-date(bill-line-match)
               MOVE row-category TO bl-category(bill-line-match)
               MOVE line-type TO bl-line-type(bill-line-match)
               MOVE 0 TO bl-groups(bill-line-match)
               MOVE 0 TO bl-points(bill-line-match)
               MOVE 0 TO bl-rate(bill-line-match)
               MOVE 0 TO bl-amount(bill-line-match)
             ELSE
               MOVE "Y" TO bill-line-full
             END-IF
           END-IF
           IF bill-line-match > 0
             ADD 1 TO bl-groups(bill-line-match)
             ADD row-priority TO bl-points(bill-line-match)
           END-IF
           .

       add-restatement-credits.
           MOVE 1 TO restated-idx
           PERFORM credit-one-restatement
               UNTIL restated-idx > restated-count
           .

       credit-one-restatement.
           IF restated-run-date(restated-idx) >= period-from
               AND restated-run-date(restated-idx) <= period-to
               AND restated-orig-run-date(restated-idx) < period-from
             PERFORM check-original-billed
             IF original-is-billed
               MOVE restated-orig-run-date(restated-idx)
                   TO current-gen-date
               MOVE restated-orig-file(restated-idx)
                   TO credit-file-name
               MOVE restated-source-id(restated-idx)
                   TO credit-source-id
               MOVE SPACES TO current-gen-suffix
               IF restated-orig-set(restated-idx) NOT = SPACES
                 STRING "-" restated-orig-set(restated-idx)
                     DELIMITED BY SPACE INTO current-gen-suffix
               END-IF
               PERFORM build-extract-file-name
               MOVE 0 TO credit-rows-found
               MOVE "R" TO line-type
               PERFORM read-one-billing-extract
               IF credit-rows-found = 0
                   AND restated-orig-total(restated-idx) > 0
                 MOVE SPACES TO credit-work-line
                 STRING "  RESTATED BATCH FROM "
                     FUNCTION TRIM(credit-file-name)
                     " SOURCE " FUNCTION TRIM(credit-source-id)
                     " RUN " current-gen-date
                     " WAS BILLED BUT ITS EXTRACT ROWS ARE NOT ON HAND"
                     DELIMITED BY SIZE INTO credit-work-line
                 ADD 1 TO credit-problem-count
                 IF credit-problem-count <= 20
                   MOVE credit-work-line
                       TO credit-problem-line(credit-problem-count)
                 END-IF
               END-IF
             END-IF
           END-IF
           ADD 1 TO restated-idx
           .

       check-original-billed.
           MOVE "N" TO original-was-billed
           MOVE 1 TO billed-idx
           PERFORM UNTIL billed-idx > billed-count
               OR original-is-billed
             IF billed-from(billed-idx)
                 <= restated-orig-run-date(restated-idx)
                 AND billed-to(billed-idx)
                     >= restated-orig-run-date(restated-idx)
               MOVE "Y" TO original-was-billed
             END-IF
             ADD 1 TO billed-idx
           END-PERFORM
           .

       price-bill-lines.
           MOVE 1 TO bill-line-idx
           PERFORM price-one-bill-line
               UNTIL bill-line-idx > bill-line-count
           .

       price-one-bill-line.
           MOVE bl-source-id(bill-line-idx) TO rate-search-source
           MOVE bl-category(bill-line-idx) TO rate-search-category
           PERFORM find-rate
           IF rate-match = 0
             MOVE "*" TO rate-search-source
             PERFORM find-rate
           END-IF
           IF rate-match = 0
             MOVE bl-source-id(bill-line-idx) TO rate-search-source
             MOVE "*" TO rate-search-category
             PERFORM find-rate
           END-IF
           IF rate-match = 0
             MOVE "*" TO rate-search-source
             PERFORM find-rate
           END-IF
           IF rate-match = 0
             PERFORM record-unpriced-line
           ELSE
             MOVE rate-per-point(rate-match) TO bl-rate(bill-line-idx)
             COMPUTE bl-amount(bill-line-idx) ROUNDED =
                 bl-points(bill-line-idx) * bl-rate(bill-line-idx)
               ON SIZE ERROR
                 MOVE 0 TO bl-amount(bill-line-idx)
                 PERFORM record-unpriced-line
             END-COMPUTE
           END-IF
           ADD 1 TO bill-line-idx
           .

       find-rate.
           MOVE 0 TO rate-match
           MOVE 1 TO rate-idx
           PERFORM UNTIL rate-idx > rate-count OR rate-match > 0
             IF rate-source-id(rate-idx) = rate-search-source
                 AND rate-category(rate-idx) = rate-search-category
               MOVE rate-idx TO rate-match
             END-IF
             ADD 1 TO rate-idx
           END-PERFORM
           .

       record-unpriced-line.
           MOVE "N" TO unpriced-found
           MOVE 1 TO unpriced-idx
           PERFORM UNTIL unpriced-idx > unpriced-count
               OR unpriced-was-found
             IF up-source-id(unpriced-idx) = bl-source-id(bill-line-idx)
                 AND up-category(unpriced-idx)
                     = bl-category(bill-line-idx)
               MOVE "Y" TO unpriced-found
             END-IF
             ADD 1 TO unpriced-idx
           END-PERFORM
           IF NOT unpriced-was-found AND unpriced-count < 50
             ADD 1 TO unpriced-count
             MOVE bl-source-id(bill-line-idx)
                 TO up-source-id(unpriced-count)
             MOVE bl-category(bill-line-idx)
                 TO up-category(unpriced-count)
           END-IF
           .

       total-bill-lines.
           MOVE 1 TO bill-line-idx
           PERFORM total-one-bill-line
               UNTIL bill-line-idx > bill-line-count
           .

       total-one-bill-line.
           PERFORM find-bill-source-entry
           IF bill-source-match > 0
             IF bl-is-charge(bill-line-idx)
               ADD bl-groups(bill-line-idx)
                   TO bs-groups(bill-source-match)
               ADD bl-points(bill-line-idx)
                   TO bs-points(bill-source-match)
               ADD bl-amount(bill-line-idx)
                   TO bs-charges(bill-source-match)
               ADD bl-groups(bill-line-idx) TO total-groups
               ADD bl-points(bill-line-idx) TO total-points
               ADD bl-amount(bill-line-idx) TO total-charges
             ELSE
               ADD bl-groups(bill-line-idx)
                   TO bs-credit-groups(bill-source-match)
               ADD bl-points(bill-line-idx)
                   TO bs-credit-points(bill-source-match)
               ADD bl-amount(bill-line-idx)
                   TO bs-credits(bill-source-match)
               ADD bl-amount(bill-line-idx) TO total-credits
             END-IF
             COMPUTE bs-net-amount(bill-source-match) =
                 bs-charges(bill-source-match)
                 - bs-credits(bill-source-match)
           END-IF
           COMPUTE total-net-invoiced = total-charges - total-credits
           ADD 1 TO bill-line-idx
           .

       find-bill-source-entry.
           MOVE 0 TO bill-source-match
           MOVE 1 TO bill-source-idx
           PERFORM UNTIL bill-source-idx > bill-source-count
               OR bill-source-match > 0
             IF bs-source-id(bill-source-idx)
                 = bl-source-id(bill-line-idx)
               MOVE bill-source-idx TO bill-source-match
             END-IF
             ADD 1 TO bill-source-idx
           END-PERFORM
           IF bill-source-match = 0 AND bill-source-count < 51
             ADD 1 TO bill-source-count
             MOVE bill-source-count TO bill-source-match
             MOVE bl-source-id(bill-line-idx)
                 TO bs-source-id(bill-source-match)
             MOVE 0 TO bs-groups(bill-source-match)
             MOVE 0 TO bs-points(bill-source-match)
             MOVE 0 TO bs-charges(bill-source-match)
             MOVE 0 TO bs-credit-groups(bill-source-match)
             MOVE 0 TO bs-credit-points(bill-source-match)
             MOVE 0 TO bs-credits(bill-source-match)
             MOVE 0 TO bs-net-amount(bill-source-match)
           END-IF
           .

       write-source-statement.
           MOVE SPACES TO statement-file-name
           STRING "3-stmt-" FUNCTION TRIM(bs-source-id(bill-source-idx))
               "-" period-from "-" period-to ".txt"
               DELIMITED BY SIZE INTO statement-file-name
           OPEN OUTPUT statement-file
           MOVE SPACES TO statement-record
           STRING "BILLING STATEMENT  SOURCE: "
               FUNCTION TRIM(bs-source-id(bill-source-idx))
               "  PERIOD: " FUNCTION TRIM(period-display)
               "  RUN DATE: " run-date-display
               DELIMITED BY SIZE INTO statement-record
           WRITE statement-record
           MOVE SPACES TO statement-record
           MOVE "LINE ITEMS" TO statement-record
           WRITE statement-record

           MOVE 1 TO bill-line-idx
           PERFORM write-statement-line-item
               UNTIL bill-line-idx > bill-line-count

           MOVE bs-charges(bill-source-idx) TO amount-show
           MOVE SPACES TO statement-record
           STRING "PERIOD TOTALS  GROUPS " bs-groups(bill-source-idx)
               "  POINTS " bs-points(bill-source-idx)
               "  CHARGES " amount-show
               DELIMITED BY SIZE INTO statement-record
           WRITE statement-record
           IF bs-credit-groups(bill-source-idx) > 0
             MOVE bs-credits(bill-source-idx) TO amount-show
             MOVE SPACES TO statement-record
             STRING "RESTATEMENT CREDITS  GROUPS "
                 bs-credit-groups(bill-source-idx)
                 "  POINTS " bs-credit-points(bill-source-idx)
                 "  CREDITS " amount-show
                 DELIMITED BY SIZE INTO statement-record
             WRITE statement-record
           END-IF
           MOVE bs-net-amount(bill-source-idx) TO net-show
           MOVE SPACES TO statement-record
           STRING "AMOUNT DUE  " FUNCTION TRIM(net-show)
               DELIMITED BY SIZE INTO statement-record
           WRITE statement-record
           CLOSE statement-file
           ADD 1 TO bill-source-idx
           .

       write-statement-line-item.
           IF bl-source-id(bill-line-idx)
               = bs-source-id(bill-source-idx)
             MOVE bl-rate(bill-line-idx) TO rate-show
             MOVE bl-amount(bill-line-idx) TO amount-show
             MOVE SPACES TO statement-record
             IF bl-is-charge(bill-line-idx)
               STRING "  DATE " bl-gen-date(bill-line-idx)
                   "  CATEGORY " bl-category(bill-line-idx)
                   "  GROUPS " bl-groups(bill-line-idx)
                   "  POINTS " bl-points(bill-line-idx)
                   "  RATE " rate-show
                   "  AMOUNT " amount-show
                   DELIMITED BY SIZE INTO statement-record
             ELSE
               STRING "  CREDIT " bl-gen-date(bill-line-idx)
                   "  CATEGORY " bl-category(bill-line-idx)
                   "  GROUPS " bl-groups(bill-line-idx)
                   "  POINTS " bl-points(bill-line-idx)
                   "  RATE " rate-show
                   "  AMOUNT -" FUNCTION TRIM(amount-show)
                   "  RESTATED BATCH BILLED EARLIER"
                   DELIMITED BY SIZE INTO statement-record
             END-IF
             WRITE statement-record
           END-IF
           ADD 1 TO bill-line-idx
           .

       write-billing-control-report.
           OPEN OUTPUT billing-file
           MOVE SPACES TO billing-record
           STRING "BILLING CONTROL REPORT  PERIOD: "
               FUNCTION TRIM(period-display)
               "  RUN DATE: " run-date-display
               "  GENERATIONS IN PERIOD: " period-generation-count
               DELIMITED BY SIZE INTO billing-record
           WRITE billing-record

           MOVE 1 TO bill-source-idx
           PERFORM write-control-source-line
               UNTIL bill-source-idx > bill-source-count

           IF excluded-row-count > 0
             MOVE SPACES TO billing-record
             STRING "RESTATED ORIGINALS EXCLUDED  GROUPS "
                 excluded-row-count "  POINTS " excluded-points
                 DELIMITED BY SIZE INTO billing-record
             WRITE billing-record
           END-IF

           MOVE SPACES TO billing-record
           MOVE total-charges TO amount-show
           STRING "CONTROL TOTAL  SOURCES " bill-source-count
               "  GROUPS " total-groups
               "  POINTS " total-points
               "  CHARGES " FUNCTION TRIM(amount-show)
               DELIMITED BY SIZE INTO billing-record
           WRITE billing-record
           MOVE SPACES TO billing-record
           MOVE total-credits TO amount-show
           MOVE total-net-invoiced TO net-show
           STRING "  CREDITS " FUNCTION TRIM(amount-show)
               "  CONTROL TOTAL INVOICED " FUNCTION TRIM(net-show)
               DELIMITED BY SIZE INTO billing-record
           WRITE billing-record

           IF billing-problem-count > 0
             PERFORM write-billing-problems
           ELSE
             IF bill-line-count = 0
               MOVE SPACES TO billing-record
               MOVE "NO GENERATIONS ON HAND FOR THIS PERIOD"
                   TO billing-record
               WRITE billing-record
             END-IF
           END-IF
           CLOSE billing-file
           .

       write-control-source-line.
           MOVE bs-net-amount(bill-source-idx) TO net-show
           MOVE SPACES TO billing-record
           STRING "SOURCE " bs-source-id(bill-source-idx)
               "  GROUPS " bs-groups(bill-source-idx)
               "  POINTS " bs-points(bill-source-idx)
               "  NET " net-show
               DELIMITED BY SIZE INTO billing-record
           WRITE billing-record
           ADD 1 TO bill-source-idx
           .

       write-billing-problems.
           MOVE SPACES TO billing-record
           MOVE "PROBLEMS" TO billing-record
           WRITE billing-record
           IF missing-extract-count > 0
             MOVE SPACES TO billing-record
             STRING "  " missing-extract-count
                 " ARCHIVED EXTRACT(S) IN THE PERIOD"
                 " COULD NOT BE OPENED"
                 DELIMITED BY SIZE INTO billing-record
             WRITE billing-record
           END-IF
           IF unparseable-count > 0
             MOVE SPACES TO billing-record
             STRING "  " unparseable-count
                 " EXTRACT ROW(S) COULD NOT BE PRICED"
                 DELIMITED BY SIZE INTO billing-record
             WRITE billing-record
           END-IF
           IF rate-bad-count > 0
             MOVE SPACES TO billing-record
             STRING "  " rate-bad-count
                 " RATE SCHEDULE LINE(S) ARE NOT VALID"
                 DELIMITED BY SIZE INTO billing-record
             WRITE billing-record
             MOVE 1 TO rate-idx
             PERFORM UNTIL rate-idx > rate-bad-count OR rate-idx > 20
               MOVE SPACES TO billing-record
               STRING "    " rate-bad-line(rate-idx)
                   DELIMITED BY SIZE INTO billing-record
               WRITE billing-record
               ADD 1 TO rate-idx
             END-PERFORM
           END-IF
           MOVE 1 TO unpriced-idx
           PERFORM UNTIL unpriced-idx > unpriced-count
             MOVE SPACES TO billing-record
             STRING "  NO RATE FOR SOURCE "
                 FUNCTION TRIM(up-source-id(unpriced-idx))
                 " CATEGORY " FUNCTION TRIM(up-category(unpriced-idx))
                 DELIMITED BY SIZE INTO billing-record
             WRITE billing-record
             ADD 1 TO unpriced-idx
           END-PERFORM
           MOVE 1 TO restated-idx
           PERFORM UNTIL restated-idx > credit-problem-count
               OR restated-idx > 20
             MOVE credit-problem-line(restated-idx) TO billing-record
             WRITE billing-record
             ADD 1 TO restated-idx
           END-PERFORM
           IF bill-line-table-is-full
             MOVE SPACES TO billing-record
             MOVE "  MORE THAN 3000 STATEMENT LINE ITEMS IN THE PERIOD"
                 TO billing-record
             WRITE billing-record
           END-IF
           MOVE SPACES TO billing-record
           MOVE "PERIOD NOT BILLED - NO STATEMENTS WERE WRITTEN"
               TO billing-record
           WRITE billing-record
           .

       append-billed-register.
           MOVE total-net-invoiced TO net-show
           MOVE SPACES TO billed-record
           STRING "BILLED FROM=" period-from " TO=" period-to
               " RUN=" run-date-yyyymmdd
               " SOURCES=" bill-source-count
               " GROUPS=" total-groups
               " POINTS=" total-points
               " NET=" FUNCTION TRIM(net-show)
               DELIMITED BY SIZE INTO billed-record
           OPEN EXTEND billed-file
           IF NOT billed-is-ok
             OPEN OUTPUT billed-file
           END-IF
           WRITE billed-record
           CLOSE billed-file
           .
