       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-master-files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transaction-file ASSIGN TO "3-masttran.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS transaction-file-status.

           SELECT transaction-archive-file
               ASSIGN TO DYNAMIC transaction-archive-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS transaction-archive-status.

           SELECT sources-file ASSIGN TO "3-sources.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS sources-file-status.

           SELECT items-file ASSIGN TO "3-items.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS items-file-status.

           SELECT calendar-file ASSIGN TO "3-calendar.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS calendar-file-status.

           SELECT category-file ASSIGN TO "3-categories.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS category-file-status.

           SELECT master-work-file ASSIGN TO "3-mastwork.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS master-work-file-status.

           SELECT journal-file ASSIGN TO DYNAMIC journal-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS journal-file-status.

           SELECT maintenance-report-file ASSIGN TO "3-mastrpt.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS maintenance-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  transaction-file.
       01  transaction-record PIC X(200).

       FD  transaction-archive-file.
       01  transaction-archive-record PIC X(200).

       FD  sources-file.
       01  sources-record PIC X(100).

       FD  items-file.
       01  items-record PIC X(100).

       FD  calendar-file.
       01  calendar-record PIC X(20).

       FD  category-file.
       01  category-record PIC X(100).

       FD  master-work-file.
       01  master-work-record PIC X(100).

       FD  journal-file.
       01  journal-record PIC X(300).

       FD  maintenance-report-file.
       01  maintenance-report-record PIC X(300).

       WORKING-STORAGE SECTION.
       01  transaction-file-status PIC 99.
           88  transaction-is-ok VALUE 0.
           88  transaction-end-of-file VALUE 10.

       01  transaction-archive-status PIC 99.
           88  transaction-archive-is-ok VALUE 0.

       01  sources-file-status PIC 99.
           88  sources-is-ok VALUE 0.
           88  sources-end-of-file VALUE 10.

       01  items-file-status PIC 99.
           88  items-is-ok VALUE 0.
           88  items-end-of-file VALUE 10.

       01  calendar-file-status PIC 99.
           88  calendar-is-ok VALUE 0.
           88  calendar-end-of-file VALUE 10.

       01  category-file-status PIC 99.
           88  category-is-ok VALUE 0.
           88  category-end-of-file VALUE 10.

       01  master-work-file-status PIC 99.
           88  master-work-is-ok VALUE 0.
           88  master-work-end-of-file VALUE 10.

       01  journal-file-status PIC 99.
           88  journal-is-ok VALUE 0.

       01  maintenance-report-status PIC 99.
           88  maintenance-report-is-ok VALUE 0.

       01  transaction-archive-name PIC X(100) VALUE SPACES.
       01  journal-file-name        PIC X(100) VALUE SPACES.
       01  run-date-yyyymmdd        PIC X(8)   VALUE SPACES.
       01  run-date-display         PIC X(10)  VALUE SPACES.
       01  journal-current-date     PIC X(21)  VALUE SPACES.
       01  journal-timestamp        PIC X(19)  VALUE SPACES.

       COPY lookup.

       01  source-count PIC 9(3) VALUE 0.
       01  source-table.
           05  source-id OCCURS 100 TIMES PIC X(20).
       01  source-idx   PIC 9(3).
       01  source-match PIC 9(3) VALUE 0.
       01  search-source-id PIC X(20) VALUE SPACES.

       01  item-table.
           05  item-entry OCCURS 52 TIMES.
               10  item-present     PIC X(1).
                   88  item-is-present VALUE "Y".
               10  item-code        PIC X(10).
               10  item-description PIC X(30).
               10  item-category    PIC X(12).
       01  item-idx         PIC 9(2).
       01  item-lookup-match PIC 9(2) VALUE 0.
       01  lookup-search-idx PIC 9(2).
       01  item-on-file-count PIC 9(2) VALUE 0.

       01  item-letter-part   PIC X(10)  VALUE SPACES.
       01  item-code-part     PIC X(10)  VALUE SPACES.
       01  item-desc-part     PIC X(30)  VALUE SPACES.
       01  item-category-part PIC X(12)  VALUE SPACES.

       01  calendar-count PIC 9(3) VALUE 0.
       01  calendar-table.
           05  calendar-valid-date OCCURS 366 TIMES PIC X(8).
       01  calendar-idx   PIC 9(3).
       01  calendar-match PIC 9(3) VALUE 0.
       01  calendar-insert-idx PIC 9(3) VALUE 0.
       01  search-calendar-date PIC X(8) VALUE SPACES.
       01  calendar-date-int PIC 9(8) VALUE 0.

       01  category-present PIC X(1) VALUE "N".
           88  category-list-is-present VALUE "Y".
       01  category-count PIC 9(2) VALUE 0.
       01  category-table.
           05  approved-category OCCURS 50 TIMES PIC X(12).
       01  category-idx   PIC 9(2).
       01  category-match PIC 9(2) VALUE 0.

       01  sources-changed PIC X(1) VALUE "N".
           88  sources-were-changed VALUE "Y".
       01  items-changed PIC X(1) VALUE "N".
           88  items-were-changed VALUE "Y".
       01  calendar-changed PIC X(1) VALUE "N".
           88  calendar-was-changed VALUE "Y".

       01  sources-dropped-count  PIC 9(4) VALUE 0.
       01  items-dropped-count    PIC 9(4) VALUE 0.
       01  calendar-dropped-count PIC 9(4) VALUE 0.
       01  load-warning-text      PIC X(200) VALUE SPACES.

       01  tran-master-part    PIC X(10) VALUE SPACES.
       01  tran-action-part    PIC X(10) VALUE SPACES.
       01  tran-requester-part PIC X(20) VALUE SPACES.
       01  tran-key-part       PIC X(30) VALUE SPACES.
       01  tran-value1-part    PIC X(40) VALUE SPACES.
       01  tran-value2-part    PIC X(40) VALUE SPACES.
       01  tran-value3-part    PIC X(40) VALUE SPACES.

       01  tran-master      PIC X(3)   VALUE SPACES.
       01  tran-action      PIC X(3)   VALUE SPACES.
       01  tran-requester   PIC X(12)  VALUE SPACES.
       01  tran-key         PIC X(20)  VALUE SPACES.
       01  tran-new-key     PIC X(20)  VALUE SPACES.
       01  tran-code        PIC X(10)  VALUE SPACES.
       01  tran-description PIC X(30)  VALUE SPACES.
       01  tran-category    PIC X(12)  VALUE SPACES.
       01  tran-old-value   PIC X(80)  VALUE SPACES.
       01  tran-new-value   PIC X(80)  VALUE SPACES.
       01  tran-refusal     PIC X(100) VALUE SPACES.
       01  tran-line-number PIC 9(4)   VALUE 0.
       01  tran-field-length PIC 9(4)  VALUE 0.

       01  pending-journal-count PIC 9(3) VALUE 0.
       01  pending-journal-table.
           05  pending-journal-line OCCURS 500 TIMES PIC X(300).
       01  pending-journal-idx PIC 9(3).

       01  accepted-count  PIC 9(4) VALUE 0.
       01  refused-count   PIC 9(4) VALUE 0.
       01  added-count     PIC 9(4) VALUE 0.
       01  changed-count   PIC 9(4) VALUE 0.
       01  deleted-count   PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       main.
           ACCEPT run-date-yyyymmdd FROM DATE YYYYMMDD
           STRING run-date-yyyymmdd(1:4) "-" run-date-yyyymmdd(5:2)
               "-" run-date-yyyymmdd(7:2)
               DELIMITED BY SIZE INTO run-date-display
           MOVE SPACES TO journal-file-name
           STRING "3-mastjrnl-" run-date-yyyymmdd ".txt"
               DELIMITED BY SIZE INTO journal-file-name

           OPEN OUTPUT maintenance-report-file
           MOVE SPACES TO maintenance-report-record
           STRING "MASTER FILE MAINTENANCE RUN  RUN DATE: "
               run-date-display
               DELIMITED BY SIZE INTO maintenance-report-record
           WRITE maintenance-report-record
           MOVE SPACES TO maintenance-report-record
           WRITE maintenance-report-record
           MOVE SPACES TO maintenance-report-record
           MOVE "MASTERS ON HAND" TO maintenance-report-record
           WRITE maintenance-report-record

           PERFORM read-source-master
           PERFORM read-item-master
           PERFORM read-calendar-master
           PERFORM read-approved-categories

           MOVE SPACES TO maintenance-report-record
           STRING "SOURCES:  " source-count " SOURCE IDS"
               DELIMITED BY SIZE INTO maintenance-report-record
           WRITE maintenance-report-record
           MOVE SPACES TO maintenance-report-record
           STRING "ITEMS:    " item-on-file-count " ITEM LETTERS"
               DELIMITED BY SIZE INTO maintenance-report-record
           WRITE maintenance-report-record
           MOVE SPACES TO maintenance-report-record
           STRING "CALENDAR: " calendar-count " PROCESSING DATES"
               DELIMITED BY SIZE INTO maintenance-report-record
           WRITE maintenance-report-record
           MOVE SPACES TO maintenance-report-record
           IF category-list-is-present
             STRING "APPROVED CATEGORIES: " category-count
                 DELIMITED BY SIZE INTO maintenance-report-record
           ELSE
             STRING "APPROVED CATEGORY LIST NOT ON HAND - ITEM "
                 "CATEGORIES CANNOT BE SET"
                 DELIMITED BY SIZE INTO maintenance-report-record
           END-IF
           WRITE maintenance-report-record

           MOVE SPACES TO maintenance-report-record
           WRITE maintenance-report-record
           MOVE SPACES TO maintenance-report-record
           MOVE "TRANSACTIONS" TO maintenance-report-record
           WRITE maintenance-report-record
           PERFORM apply-maintenance-transactions

           MOVE SPACES TO maintenance-report-record
           WRITE maintenance-report-record
           MOVE SPACES TO maintenance-report-record
           MOVE "MASTERS REWRITTEN" TO maintenance-report-record
           WRITE maintenance-report-record
           IF sources-were-changed
             PERFORM rewrite-source-master
           END-IF
           IF items-were-changed
             PERFORM rewrite-item-master
           END-IF
           IF calendar-was-changed
             PERFORM rewrite-calendar-master
           END-IF
           IF NOT sources-were-changed
               AND NOT items-were-changed
               AND NOT calendar-was-changed
             MOVE SPACES TO maintenance-report-record
             MOVE "NONE" TO maintenance-report-record
             WRITE maintenance-report-record
           END-IF
           IF pending-journal-count > 0
             PERFORM write-change-journal
           END-IF

           MOVE SPACES TO maintenance-report-record
           WRITE maintenance-report-record
           MOVE SPACES TO maintenance-report-record
           STRING "TOTALS  TRANSACTIONS: " tran-line-number
               "  ACCEPTED: " accepted-count
               "  REFUSED: " refused-count
               "  ADDED: " added-count
               "  CHANGED: " changed-count
               "  DELETED: " deleted-count
               DELIMITED BY SIZE INTO maintenance-report-record
           WRITE maintenance-report-record
           CLOSE maintenance-report-file

           IF tran-line-number > 0
             PERFORM archive-maintenance-transactions
           END-IF

           DISPLAY "MASTER FILE MAINTENANCE  TRANSACTIONS: "
               tran-line-number
               "  ACCEPTED: " accepted-count
               "  REFUSED: " refused-count
           IF refused-count > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       read-source-master.
           MOVE 0 TO source-count
           OPEN INPUT sources-file
           IF sources-is-ok
             PERFORM UNTIL sources-end-of-file
               READ sources-file
               IF sources-is-ok
                 IF FUNCTION TRIM(sources-record) NOT = SPACES
                   PERFORM load-source-record
                 END-IF
               END-IF
             END-PERFORM
             CLOSE sources-file
           ELSE
             MOVE SPACES TO maintenance-report-record
             MOVE "SOURCE MASTER NOT FOUND - STARTING EMPTY"
                 TO maintenance-report-record
             WRITE maintenance-report-record
           END-IF
           .

       load-source-record.
           MOVE SPACES TO load-warning-text
           MOVE FUNCTION BYTE-LENGTH(FUNCTION TRIM(sources-record))
               TO tran-field-length
           MOVE FUNCTION TRIM(sources-record) TO search-source-id
           PERFORM find-source-entry
           IF tran-field-length > 20
             STRING "SOURCE ID " FUNCTION TRIM(sources-record)
                 " IS LONGER THAN 20 CHARACTERS"
                 DELIMITED BY SIZE INTO load-warning-text
           ELSE
             IF source-match > 0
               STRING "SOURCE ID " FUNCTION TRIM(search-source-id)
                   " IS DUPLICATED"
                   DELIMITED BY SIZE INTO load-warning-text
             ELSE
               IF source-count = 100
                 STRING "SOURCE ID " FUNCTION TRIM(search-source-id)
                     " IS BEYOND 100 SOURCES"
                     DELIMITED BY SIZE INTO load-warning-text
               ELSE
                 ADD 1 TO source-count
                 MOVE search-source-id TO source-id(source-count)
               END-IF
             END-IF
           END-IF
           IF load-warning-text NOT = SPACES
             ADD 1 TO sources-dropped-count
             MOVE SPACES TO maintenance-report-record
             STRING "WARNING: " FUNCTION TRIM(load-warning-text)
                 " - NOT CARRIED FORWARD WHEN THE SOURCE MASTER"
                 " IS REWRITTEN"
                 DELIMITED BY SIZE INTO maintenance-report-record
             WRITE maintenance-report-record
           END-IF
           .

       find-source-entry.
           MOVE 0 TO source-match
           MOVE 1 TO source-idx
           PERFORM UNTIL source-idx > source-count
               OR source-match > 0
             IF source-id(source-idx) = search-source-id
               MOVE source-idx TO source-match
             END-IF
             ADD 1 TO source-idx
           END-PERFORM
           .

       read-item-master.
           MOVE 1 TO item-idx
           PERFORM UNTIL item-idx > 52
             MOVE "N" TO item-present(item-idx)
             MOVE SPACES TO item-code(item-idx)
             MOVE SPACES TO item-description(item-idx)
             MOVE SPACES TO item-category(item-idx)
             ADD 1 TO item-idx
           END-PERFORM
           MOVE 0 TO item-on-file-count
           OPEN INPUT items-file
           IF items-is-ok
             PERFORM UNTIL items-end-of-file
               READ items-file
               IF items-is-ok
                 IF FUNCTION TRIM(items-record) NOT = SPACES
                   PERFORM load-item-record
                 END-IF
               END-IF
             END-PERFORM
             CLOSE items-file
           ELSE
             MOVE SPACES TO maintenance-report-record
             MOVE "ITEM MASTER NOT FOUND - STARTING EMPTY"
                 TO maintenance-report-record
             WRITE maintenance-report-record
           END-IF
           .

       load-item-record.
           MOVE SPACES TO item-letter-part
           MOVE SPACES TO item-code-part
           MOVE SPACES TO item-desc-part
           MOVE SPACES TO item-category-part
           UNSTRING items-record DELIMITED BY ","
               INTO item-letter-part item-code-part
                   item-desc-part item-category-part
           MOVE SPACES TO load-warning-text
           PERFORM find-lookup-position
           IF item-lookup-match = 0
             STRING "ITEM LETTER " FUNCTION TRIM(item-letter-part)
                 " IS NOT A LOOKUP POSITION"
                 DELIMITED BY SIZE INTO load-warning-text
           ELSE
             IF item-is-present(item-lookup-match)
               STRING "ITEM LETTER " FUNCTION TRIM(item-letter-part)
                   " IS DUPLICATED - THE LAST RECORD IS KEPT"
                   DELIMITED BY SIZE INTO load-warning-text
             ELSE
               ADD 1 TO item-on-file-count
             END-IF
             MOVE "Y" TO item-present(item-lookup-match)
             MOVE item-code-part TO item-code(item-lookup-match)
             MOVE item-desc-part
                 TO item-description(item-lookup-match)
             MOVE item-category-part
                 TO item-category(item-lookup-match)
           END-IF
           IF load-warning-text NOT = SPACES
             ADD 1 TO items-dropped-count
             MOVE SPACES TO maintenance-report-record
             STRING "WARNING: " FUNCTION TRIM(load-warning-text)
                 " - NOT CARRIED FORWARD WHEN THE ITEM MASTER"
                 " IS REWRITTEN"
                 DELIMITED BY SIZE INTO maintenance-report-record
             WRITE maintenance-report-record
           END-IF
           .

       find-lookup-position.
           MOVE 0 TO item-lookup-match
           IF FUNCTION TRIM(item-letter-part) NOT = SPACES
             MOVE FUNCTION BYTE-LENGTH(FUNCTION TRIM(item-letter-part))
                 TO tran-field-length
             IF tran-field-length = 1
               MOVE FUNCTION TRIM(item-letter-part) TO item-letter-part
               MOVE 1 TO lookup-search-idx
               PERFORM UNTIL lookup-search-idx > 52
                   OR item-lookup-match > 0
                 IF item-letter-part(1:1)
                     = lookup(lookup-search-idx:1)
                   MOVE lookup-search-idx TO item-lookup-match
                 END-IF
                 ADD 1 TO lookup-search-idx
               END-PERFORM
             END-IF
           END-IF
           .

       read-calendar-master.
           MOVE 0 TO calendar-count
           OPEN INPUT calendar-file
           IF calendar-is-ok
             PERFORM UNTIL calendar-end-of-file
               READ calendar-file
               IF calendar-is-ok
                 IF FUNCTION TRIM(calendar-record) NOT = SPACES
                   PERFORM load-calendar-record
                 END-IF
               END-IF
             END-PERFORM
             CLOSE calendar-file
           ELSE
             MOVE SPACES TO maintenance-report-record
             MOVE "PROCESSING CALENDAR NOT FOUND - STARTING EMPTY"
                 TO maintenance-report-record
             WRITE maintenance-report-record
           END-IF
           .

       load-calendar-record.
           MOVE SPACES TO load-warning-text
           MOVE calendar-record(1:8) TO search-calendar-date
           PERFORM check-calendar-date
           IF tran-refusal NOT = SPACES
             STRING "CALENDAR LINE " FUNCTION TRIM(calendar-record)
                 " - " FUNCTION TRIM(tran-refusal)
                 DELIMITED BY SIZE INTO load-warning-text
           ELSE
             PERFORM find-calendar-entry
             IF calendar-match > 0
               STRING "CALENDAR DATE " search-calendar-date
                   " IS DUPLICATED"
                   DELIMITED BY SIZE INTO load-warning-text
             ELSE
               IF calendar-count = 366
                 STRING "CALENDAR DATE " search-calendar-date
                     " IS BEYOND 366 DATES"
                     DELIMITED BY SIZE INTO load-warning-text
               ELSE
                 PERFORM insert-calendar-entry
               END-IF
             END-IF
           END-IF
           IF load-warning-text NOT = SPACES
             ADD 1 TO calendar-dropped-count
             MOVE SPACES TO maintenance-report-record
             STRING "WARNING: " FUNCTION TRIM(load-warning-text)
                 " - NOT CARRIED FORWARD WHEN THE CALENDAR"
                 " IS REWRITTEN"
                 DELIMITED BY SIZE INTO maintenance-report-record
             WRITE maintenance-report-record
           END-IF
           MOVE SPACES TO tran-refusal
           .

       check-calendar-date.
           MOVE SPACES TO tran-refusal
           IF search-calendar-date NOT NUMERIC
             MOVE "DATE IS NOT NUMERIC" TO tran-refusal
           ELSE
             MOVE 0 TO calendar-date-int
             COMPUTE calendar-date-int =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(search-calendar-date))
               ON SIZE ERROR
                 MOVE 0 TO calendar-date-int
             END-COMPUTE
             IF calendar-date-int = 0
               MOVE "DATE IS NOT A VALID DATE" TO tran-refusal
             END-IF
           END-IF
           .

       find-calendar-entry.
           MOVE 0 TO calendar-match
           MOVE 1 TO calendar-idx
           PERFORM UNTIL calendar-idx > calendar-count
               OR calendar-match > 0
             IF calendar-valid-date(calendar-idx) = search-calendar-date
               MOVE calendar-idx TO calendar-match
             END-IF
             ADD 1 TO calendar-idx
           END-PERFORM
           .

       insert-calendar-entry.
           MOVE 1 TO calendar-insert-idx
           PERFORM UNTIL calendar-insert-idx > calendar-count
               OR calendar-valid-date(calendar-insert-idx)
               > search-calendar-date
             ADD 1 TO calendar-insert-idx
           END-PERFORM
           MOVE calendar-count TO calendar-idx
           PERFORM UNTIL calendar-idx < calendar-insert-idx
             MOVE calendar-valid-date(calendar-idx)
                 TO calendar-valid-date(calendar-idx + 1)
             SUBTRACT 1 FROM calendar-idx
           END-PERFORM
           MOVE search-calendar-date
               TO calendar-valid-date(calendar-insert-idx)
           ADD 1 TO calendar-count
           .

       remove-calendar-entry.
           MOVE calendar-match TO calendar-idx
           PERFORM UNTIL calendar-idx NOT < calendar-count
             MOVE calendar-valid-date(calendar-idx + 1)
                 TO calendar-valid-date(calendar-idx)
             ADD 1 TO calendar-idx
           END-PERFORM
           SUBTRACT 1 FROM calendar-count
           .

       read-approved-categories.
           MOVE "N" TO category-present
           MOVE 0 TO category-count
           OPEN INPUT category-file
           IF category-is-ok
             MOVE "Y" TO category-present
             PERFORM UNTIL category-end-of-file
               READ category-file
               IF category-is-ok
                 IF FUNCTION TRIM(category-record) NOT = SPACES
                     AND category-count < 50
                   ADD 1 TO category-count
                   MOVE FUNCTION TRIM(category-record)
                       TO approved-category(category-count)
                 END-IF
               END-IF
             END-PERFORM
             CLOSE category-file
           END-IF
           .

       apply-maintenance-transactions.
           MOVE 0 TO tran-line-number
           OPEN INPUT transaction-file
           IF transaction-is-ok
             PERFORM UNTIL transaction-end-of-file
               READ transaction-file
               IF transaction-is-ok
                 IF FUNCTION TRIM(transaction-record) NOT = SPACES
                   ADD 1 TO tran-line-number
                   PERFORM apply-one-transaction
                 END-IF
               END-IF
             END-PERFORM
             CLOSE transaction-file
           END-IF
           IF tran-line-number = 0
             MOVE SPACES TO maintenance-report-record
             MOVE "NO MAINTENANCE TRANSACTIONS ON HAND"
                 TO maintenance-report-record
             WRITE maintenance-report-record
           END-IF
           .

       apply-one-transaction.
           MOVE SPACES TO tran-master-part
           MOVE SPACES TO tran-action-part
           MOVE SPACES TO tran-requester-part
           MOVE SPACES TO tran-key-part
           MOVE SPACES TO tran-value1-part
           MOVE SPACES TO tran-value2-part
           MOVE SPACES TO tran-value3-part
           UNSTRING transaction-record DELIMITED BY ","
               INTO tran-master-part tran-action-part
                    tran-requester-part tran-key-part
                    tran-value1-part tran-value2-part
                    tran-value3-part
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(tran-master-part))
               TO tran-master
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(tran-action-part))
               TO tran-action
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(tran-requester-part))
               TO tran-requester
           MOVE SPACES TO tran-key
           MOVE SPACES TO tran-new-key
           MOVE SPACES TO tran-old-value
           MOVE SPACES TO tran-new-value
           MOVE SPACES TO tran-refusal

           IF tran-requester = SPACES
               OR FUNCTION TRIM(tran-key-part) = SPACES
             MOVE "REQUESTER AND KEY ARE REQUIRED" TO tran-refusal
           ELSE
             MOVE FUNCTION BYTE-LENGTH(
                 FUNCTION TRIM(tran-requester-part))
                 TO tran-field-length
             IF tran-field-length > 12
               MOVE "REQUESTER IS LONGER THAN 12 CHARACTERS"
                   TO tran-refusal
             END-IF
           END-IF

           IF tran-refusal = SPACES
             IF tran-action NOT = "ADD" AND tran-action NOT = "CHG"
                 AND tran-action NOT = "DEL"
               MOVE "ACTION MUST BE ADD, CHG OR DEL" TO tran-refusal
             END-IF
           END-IF

           IF tran-refusal = SPACES
               AND pending-journal-count = 500
             MOVE "TOO MANY MASTER CHANGES IN ONE RUN" TO tran-refusal
           END-IF

           IF tran-refusal = SPACES
             EVALUATE tran-master
               WHEN "SRC"
                 PERFORM maintain-source-master
               WHEN "ITM"
                 PERFORM maintain-item-master
               WHEN "CAL"
                 PERFORM maintain-calendar-master
               WHEN OTHER
                 MOVE "MASTER MUST BE SRC, ITM OR CAL" TO tran-refusal
             END-EVALUATE
           END-IF

           MOVE SPACES TO maintenance-report-record
           IF tran-refusal = SPACES
             ADD 1 TO accepted-count
             EVALUATE tran-action
               WHEN "ADD"
                 ADD 1 TO added-count
               WHEN "CHG"
                 ADD 1 TO changed-count
               WHEN "DEL"
                 ADD 1 TO deleted-count
             END-EVALUATE
             STRING tran-line-number " ACCEPTED "
                 tran-master " " tran-action " "
                 FUNCTION TRIM(tran-key)
                 " FOR " FUNCTION TRIM(tran-requester)
                 DELIMITED BY SIZE INTO maintenance-report-record
             WRITE maintenance-report-record
             MOVE SPACES TO maintenance-report-record
             STRING "       OLD: " FUNCTION TRIM(tran-old-value)
                 DELIMITED BY SIZE INTO maintenance-report-record
             WRITE maintenance-report-record
             MOVE SPACES TO maintenance-report-record
             STRING "       NEW: " FUNCTION TRIM(tran-new-value)
                 DELIMITED BY SIZE INTO maintenance-report-record
             WRITE maintenance-report-record
             PERFORM add-journal-entry
           ELSE
             ADD 1 TO refused-count
             STRING tran-line-number " REFUSED  "
                 FUNCTION TRIM(transaction-record)
                 DELIMITED BY SIZE INTO maintenance-report-record
             WRITE maintenance-report-record
             MOVE SPACES TO maintenance-report-record
             STRING "       REASON: " FUNCTION TRIM(tran-refusal)
                 DELIMITED BY SIZE INTO maintenance-report-record
             WRITE maintenance-report-record
           END-IF
           .

       maintain-source-master.
           MOVE FUNCTION BYTE-LENGTH(FUNCTION TRIM(tran-key-part))
               TO tran-field-length
           IF tran-field-length > 20
             MOVE "SOURCE ID IS LONGER THAN 20 CHARACTERS"
                 TO tran-refusal
           ELSE
             MOVE FUNCTION TRIM(tran-key-part) TO tran-key
             MOVE tran-key TO search-source-id
             PERFORM find-source-entry
           END-IF

           IF tran-refusal = SPACES
             EVALUATE tran-action
               WHEN "ADD"
                 IF source-match > 0
                   MOVE "SOURCE ID IS ALREADY ON THE SOURCE MASTER"
                       TO tran-refusal
                 ELSE
                   IF source-count = 100
                     MOVE "SOURCE MASTER IS FULL" TO tran-refusal
                   END-IF
                 END-IF
               WHEN OTHER
                 IF source-match = 0
                   MOVE "SOURCE ID IS NOT ON THE SOURCE MASTER"
                       TO tran-refusal
                 END-IF
             END-EVALUATE
           END-IF

           IF tran-refusal = SPACES AND tran-action = "CHG"
             IF FUNCTION TRIM(tran-value1-part) = SPACES
               MOVE "NEW SOURCE ID IS REQUIRED" TO tran-refusal
             ELSE
               MOVE FUNCTION BYTE-LENGTH(
                   FUNCTION TRIM(tran-value1-part))
                   TO tran-field-length
               IF tran-field-length > 20
                 MOVE "NEW SOURCE ID IS LONGER THAN 20 CHARACTERS"
                     TO tran-refusal
               ELSE
                 MOVE FUNCTION TRIM(tran-value1-part) TO tran-new-key
                 MOVE tran-new-key TO search-source-id
                 PERFORM find-source-entry
                 IF source-match > 0
                   MOVE "NEW SOURCE ID IS ALREADY ON THE SOURCE MASTER"
                       TO tran-refusal
                 END-IF
                 MOVE tran-key TO search-source-id
                 PERFORM find-source-entry
               END-IF
             END-IF
           END-IF

           IF tran-refusal = SPACES
             EVALUATE tran-action
               WHEN "ADD"
                 ADD 1 TO source-count
                 MOVE tran-key TO source-id(source-count)
                 MOVE "(NONE)" TO tran-old-value
                 MOVE tran-key TO tran-new-value
               WHEN "CHG"
                 MOVE tran-new-key TO source-id(source-match)
                 MOVE tran-key TO tran-old-value
                 MOVE tran-new-key TO tran-new-value
               WHEN "DEL"
                 MOVE source-match TO source-idx
                 PERFORM UNTIL source-idx NOT < source-count
                   MOVE source-id(source-idx + 1)
                       TO source-id(source-idx)
                   ADD 1 TO source-idx
                 END-PERFORM
                 SUBTRACT 1 FROM source-count
                 MOVE tran-key TO tran-old-value
                 MOVE "(DELETED)" TO tran-new-value
             END-EVALUATE
             MOVE "Y" TO sources-changed
           END-IF
           .

       maintain-item-master.
           MOVE tran-key-part TO item-letter-part
           PERFORM find-lookup-position
           IF item-lookup-match = 0
             MOVE "ITEM LETTER IS NOT A LOOKUP POSITION"
                 TO tran-refusal
           ELSE
             MOVE item-letter-part(1:1) TO tran-key
             EVALUATE tran-action
               WHEN "ADD"
                 IF item-is-present(item-lookup-match)
                   MOVE "ITEM LETTER IS ALREADY ON THE ITEM MASTER"
                       TO tran-refusal
                 END-IF
               WHEN OTHER
                 IF NOT item-is-present(item-lookup-match)
                   MOVE "ITEM LETTER IS NOT ON THE ITEM MASTER"
                       TO tran-refusal
                 END-IF
             END-EVALUATE
           END-IF

           IF tran-refusal = SPACES AND tran-action NOT = "DEL"
             PERFORM validate-item-fields
           END-IF

           IF tran-refusal = SPACES
             IF item-is-present(item-lookup-match)
               STRING FUNCTION TRIM(item-code(item-lookup-match))
                   ","
                   FUNCTION TRIM(item-description(item-lookup-match))
                   "," FUNCTION TRIM(item-category(item-lookup-match))
                   DELIMITED BY SIZE INTO tran-old-value
             ELSE
               MOVE "(NONE)" TO tran-old-value
             END-IF
             IF tran-action = "DEL"
               MOVE "N" TO item-present(item-lookup-match)
               MOVE SPACES TO item-code(item-lookup-match)
               MOVE SPACES TO item-description(item-lookup-match)
               MOVE SPACES TO item-category(item-lookup-match)
               SUBTRACT 1 FROM item-on-file-count
               MOVE "(DELETED)" TO tran-new-value
             ELSE
               IF NOT item-is-present(item-lookup-match)
                 ADD 1 TO item-on-file-count
               END-IF
               MOVE "Y" TO item-present(item-lookup-match)
               MOVE tran-code TO item-code(item-lookup-match)
               MOVE tran-description
                   TO item-description(item-lookup-match)
               MOVE tran-category TO item-category(item-lookup-match)
               STRING FUNCTION TRIM(tran-code)
                   "," FUNCTION TRIM(tran-description)
                   "," FUNCTION TRIM(tran-category)
                   DELIMITED BY SIZE INTO tran-new-value
             END-IF
             MOVE "Y" TO items-changed
           END-IF
           .

       validate-item-fields.
           IF tran-action = "CHG"
             MOVE item-code(item-lookup-match) TO tran-code
             MOVE item-description(item-lookup-match)
                 TO tran-description
             MOVE item-category(item-lookup-match) TO tran-category
           ELSE
             MOVE SPACES TO tran-code
             MOVE SPACES TO tran-description
             MOVE SPACES TO tran-category
             IF FUNCTION TRIM(tran-value1-part) = SPACES
                 OR FUNCTION TRIM(tran-value2-part) = SPACES
                 OR FUNCTION TRIM(tran-value3-part) = SPACES
               MOVE "ITEM CODE, DESCRIPTION AND CATEGORY ARE REQUIRED"
                   TO tran-refusal
             END-IF
           END-IF

           IF tran-refusal = SPACES
               AND FUNCTION TRIM(tran-value1-part) NOT = SPACES
             MOVE FUNCTION BYTE-LENGTH(FUNCTION TRIM(tran-value1-part))
                 TO tran-field-length
             IF tran-field-length > 10
               MOVE "ITEM CODE IS LONGER THAN 10 CHARACTERS"
                   TO tran-refusal
             ELSE
               MOVE FUNCTION TRIM(tran-value1-part) TO tran-code
             END-IF
           END-IF

           IF tran-refusal = SPACES
               AND FUNCTION TRIM(tran-value2-part) NOT = SPACES
             MOVE FUNCTION BYTE-LENGTH(FUNCTION TRIM(tran-value2-part))
                 TO tran-field-length
             IF tran-field-length > 30
               MOVE "ITEM DESCRIPTION IS LONGER THAN 30 CHARACTERS"
                   TO tran-refusal
             ELSE
               MOVE FUNCTION TRIM(tran-value2-part) TO tran-description
             END-IF
           END-IF

           IF tran-refusal = SPACES
               AND FUNCTION TRIM(tran-value3-part) NOT = SPACES
             IF NOT category-list-is-present
               MOVE "APPROVED CATEGORY LIST IS NOT ON HAND"
                   TO tran-refusal
             ELSE
               MOVE 0 TO category-match
               MOVE 1 TO category-idx
               PERFORM UNTIL category-idx > category-count
                   OR category-match > 0
                 IF FUNCTION UPPER-CASE(
                     FUNCTION TRIM(approved-category(category-idx)))
                     = FUNCTION UPPER-CASE(
                     FUNCTION TRIM(tran-value3-part))
                   MOVE category-idx TO category-match
                 END-IF
                 ADD 1 TO category-idx
               END-PERFORM
               IF category-match = 0
                 MOVE "CATEGORY IS NOT ON THE APPROVED LIST"
                     TO tran-refusal
               ELSE
                 MOVE approved-category(category-match)
                     TO tran-category
               END-IF
             END-IF
           END-IF

           IF tran-refusal = SPACES AND tran-action = "CHG"
             IF tran-code = item-code(item-lookup-match)
                 AND tran-description
                 = item-description(item-lookup-match)
                 AND tran-category = item-category(item-lookup-match)
               MOVE "CHANGE IS THE SAME AS THE ITEM MASTER RECORD"
                   TO tran-refusal
             END-IF
           END-IF
           .

       maintain-calendar-master.
           MOVE FUNCTION TRIM(tran-key-part) TO tran-key
           MOVE FUNCTION BYTE-LENGTH(FUNCTION TRIM(tran-key-part))
               TO tran-field-length
           MOVE tran-key(1:8) TO search-calendar-date
           IF tran-field-length NOT = 8
             MOVE "DATE MUST BE YYYYMMDD" TO tran-refusal
           ELSE
             PERFORM check-calendar-date
           END-IF

           IF tran-refusal = SPACES
             PERFORM find-calendar-entry
             EVALUATE tran-action
               WHEN "ADD"
                 IF calendar-match > 0
                   MOVE "DATE IS ALREADY ON THE CALENDAR"
                       TO tran-refusal
                 ELSE
                   IF calendar-count = 366
                     MOVE "CALENDAR IS FULL" TO tran-refusal
                   END-IF
                 END-IF
               WHEN OTHER
                 IF calendar-match = 0
                   MOVE "DATE IS NOT ON THE CALENDAR" TO tran-refusal
                 END-IF
             END-EVALUATE
           END-IF

           IF tran-refusal = SPACES AND tran-action = "CHG"
             MOVE FUNCTION TRIM(tran-value1-part) TO tran-new-key
             MOVE FUNCTION BYTE-LENGTH(FUNCTION TRIM(tran-value1-part))
                 TO tran-field-length
             MOVE tran-new-key(1:8) TO search-calendar-date
             IF tran-field-length NOT = 8
               MOVE "NEW DATE MUST BE YYYYMMDD" TO tran-refusal
             ELSE
               PERFORM check-calendar-date
               IF tran-refusal NOT = SPACES
                 MOVE "NEW DATE IS NOT A VALID DATE" TO tran-refusal
               ELSE
                 PERFORM find-calendar-entry
                 IF calendar-match > 0
                   MOVE "NEW DATE IS ALREADY ON THE CALENDAR"
                       TO tran-refusal
                 END-IF
               END-IF
             END-IF
           END-IF

           IF tran-refusal = SPACES
             MOVE tran-key(1:8) TO search-calendar-date
             PERFORM find-calendar-entry
             EVALUATE tran-action
               WHEN "ADD"
                 PERFORM insert-calendar-entry
                 MOVE "(NONE)" TO tran-old-value
                 MOVE tran-key TO tran-new-value
               WHEN "CHG"
                 PERFORM remove-calendar-entry
                 MOVE tran-new-key(1:8) TO search-calendar-date
                 PERFORM insert-calendar-entry
                 MOVE tran-key TO tran-old-value
                 MOVE tran-new-key TO tran-new-value
               WHEN "DEL"
                 PERFORM remove-calendar-entry
                 MOVE tran-key TO tran-old-value
                 MOVE "(DELETED)" TO tran-new-value
             END-EVALUATE
             MOVE "Y" TO calendar-changed
           END-IF
           .

       add-journal-entry.
           MOVE FUNCTION CURRENT-DATE TO journal-current-date
           MOVE SPACES TO journal-timestamp
           STRING journal-current-date(1:4) "-"
               journal-current-date(5:2) "-" journal-current-date(7:2)
               " " journal-current-date(9:2)
               ":" journal-current-date(11:2)
               ":" journal-current-date(13:2)
               DELIMITED BY SIZE INTO journal-timestamp
           ADD 1 TO pending-journal-count
           MOVE SPACES TO pending-journal-line(pending-journal-count)
           STRING journal-timestamp " " tran-master " " tran-action
               " KEY=" FUNCTION TRIM(tran-key)
               " REQUESTER=" FUNCTION TRIM(tran-requester)
               " OLD=" FUNCTION TRIM(tran-old-value)
               " NEW=" FUNCTION TRIM(tran-new-value)
               DELIMITED BY SIZE
               INTO pending-journal-line(pending-journal-count)
           .

       rewrite-source-master.
           OPEN OUTPUT master-work-file
           MOVE 1 TO source-idx
           PERFORM UNTIL source-idx > source-count
             MOVE source-id(source-idx) TO master-work-record
             WRITE master-work-record
             ADD 1 TO source-idx
           END-PERFORM
           CLOSE master-work-file

           OPEN INPUT master-work-file
           OPEN OUTPUT sources-file
           PERFORM UNTIL master-work-end-of-file
             READ master-work-file
             IF master-work-is-ok
               MOVE master-work-record TO sources-record
               WRITE sources-record
             END-IF
           END-PERFORM
           CLOSE sources-file
           CLOSE master-work-file
           DELETE FILE master-work-file
           MOVE SPACES TO maintenance-report-record
           STRING "3-sources.txt   " source-count " SOURCE IDS  "
               sources-dropped-count " LINES NOT CARRIED FORWARD"
               DELIMITED BY SIZE INTO maintenance-report-record
           WRITE maintenance-report-record
           .

       rewrite-item-master.
           OPEN OUTPUT master-work-file
           MOVE 1 TO item-idx
           PERFORM UNTIL item-idx > 52
             IF item-is-present(item-idx)
               MOVE SPACES TO master-work-record
               STRING lookup(item-idx:1)
                   "," FUNCTION TRIM(item-code(item-idx))
                   "," FUNCTION TRIM(item-description(item-idx))
                   "," FUNCTION TRIM(item-category(item-idx))
                   DELIMITED BY SIZE INTO master-work-record
               WRITE master-work-record
             END-IF
             ADD 1 TO item-idx
           END-PERFORM
           CLOSE master-work-file

           OPEN INPUT master-work-file
           OPEN OUTPUT items-file
           PERFORM UNTIL master-work-end-of-file
             READ master-work-file
             IF master-work-is-ok
               MOVE master-work-record TO items-record
               WRITE items-record
             END-IF
           END-PERFORM
           CLOSE items-file
           CLOSE master-work-file
           DELETE FILE master-work-file
           MOVE SPACES TO maintenance-report-record
           STRING "3-items.txt     " item-on-file-count
               " ITEM LETTERS  "
               items-dropped-count " LINES NOT CARRIED FORWARD"
               DELIMITED BY SIZE INTO maintenance-report-record
           WRITE maintenance-report-record
           .

       rewrite-calendar-master.
           OPEN OUTPUT master-work-file
           MOVE 1 TO calendar-idx
           PERFORM UNTIL calendar-idx > calendar-count
             MOVE calendar-valid-date(calendar-idx)
                 TO master-work-record
             WRITE master-work-record
             ADD 1 TO calendar-idx
           END-PERFORM
           CLOSE master-work-file

           OPEN INPUT master-work-file
           OPEN OUTPUT calendar-file
           PERFORM UNTIL master-work-end-of-file
             READ master-work-file
             IF master-work-is-ok
               MOVE master-work-record TO calendar-record
               WRITE calendar-record
             END-IF
           END-PERFORM
           CLOSE calendar-file
           CLOSE master-work-file
           DELETE FILE master-work-file
           MOVE SPACES TO maintenance-report-record
           STRING "3-calendar.txt  " calendar-count
               " PROCESSING DATES  "
               calendar-dropped-count " LINES NOT CARRIED FORWARD"
               DELIMITED BY SIZE INTO maintenance-report-record
           WRITE maintenance-report-record
           .

       write-change-journal.
           OPEN EXTEND journal-file
           IF NOT journal-is-ok
             OPEN OUTPUT journal-file
           END-IF
           MOVE 1 TO pending-journal-idx
           PERFORM UNTIL pending-journal-idx > pending-journal-count
             MOVE pending-journal-line(pending-journal-idx)
                 TO journal-record
             WRITE journal-record
             ADD 1 TO pending-journal-idx
           END-PERFORM
           CLOSE journal-file
           MOVE SPACES TO maintenance-report-record
           STRING "CHANGES JOURNALLED TO "
               FUNCTION TRIM(journal-file-name)
               DELIMITED BY SIZE INTO maintenance-report-record
           WRITE maintenance-report-record
           .

       archive-maintenance-transactions.
           MOVE SPACES TO transaction-archive-name
           STRING "3-masttran-" run-date-yyyymmdd ".txt"
               DELIMITED BY SIZE INTO transaction-archive-name
           OPEN EXTEND transaction-archive-file
           IF NOT transaction-archive-is-ok
             OPEN OUTPUT transaction-archive-file
           END-IF
           OPEN INPUT transaction-file
           IF transaction-is-ok
             PERFORM UNTIL transaction-end-of-file
               READ transaction-file
               IF transaction-is-ok
                 MOVE transaction-record TO transaction-archive-record
                 WRITE transaction-archive-record
               END-IF
             END-PERFORM
             CLOSE transaction-file
           END-IF
           CLOSE transaction-archive-file
           OPEN OUTPUT transaction-file
           CLOSE transaction-file
           DISPLAY "MAINTENANCE TRANSACTIONS MOVED TO "
               FUNCTION TRIM(transaction-archive-name)
           .
