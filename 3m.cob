               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS extract-file-status.

           SELECT register-file ASSIGN TO "3-register.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS register-file-status.

           SELECT monthly-file ASSIGN TO "3-monthly.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS monthly-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD  generations-file.
       01  generations-record PIC X(40).

       FD  extract-file.
       01  extract-record PIC X(200).

       FD  register-file.
       01  register-record PIC X(280).

       FD  monthly-file.
       01  monthly-record PIC X(400).

           88  extract-is-ok VALUE 0.
           88  extract-end-of-file VALUE 10.

       01  register-file-status PIC 99.
           88  register-is-ok VALUE 0.
           88  register-end-of-file VALUE 10.

       01  monthly-file-status PIC 99.
           88  monthly-is-ok VALUE 0.


       01  generation-count PIC 9(3) VALUE 0.
       01  generation-table.
           05  generation-entry OCCURS 366 TIMES.
               10  generation-date   PIC X(8).
               10  generation-suffix PIC X(10).
       01  gen-idx PIC 9(3).
       01  month-generation-count PIC 9(3) VALUE 0.
       01  current-gen-date        PIC X(8)  VALUE SPACES.
       01  current-gen-suffix      PIC X(10) VALUE SPACES.

       01  month-days       PIC 9(2) VALUE 0.
       01  month-day-idx    PIC 9(2).
       01  mon-grand-groups   PIC 9(9)  VALUE 0.
       01  mon-grand-priority PIC 9(18) VALUE 0.

       01  restated-count PIC 9(3) VALUE 0.
       01  restated-table.
           05  restated-entry OCCURS 500 TIMES.
               10  restated-source-id     PIC X(20).
               10  restated-run-date      PIC X(8).
               10  restated-orig-run-date PIC X(8).
               10  restated-orig-file     PIC X(100).
               10  restated-orig-set      PIC X(10).
               10  restated-set-recorded  PIC X(1).
       01  restated-idx   PIC 9(3).
       01  restated-match PIC 9(3) VALUE 0.
       01  excluded-row-count PIC 9(6)  VALUE 0.
       01  excluded-points    PIC 9(18) VALUE 0.
       COPY register.

       PROCEDURE DIVISION.
       main.
           ACCEPT command-line-parm FROM COMMAND-LINE
           END-IF

           PERFORM read-generations-index
           PERFORM read-restatement-register
           PERFORM compute-days-in-month
           PERFORM consolidate-month-generations
           PERFORM write-monthly-statement
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
                 END-IF
               END-IF
             END-PERFORM
             CLOSE register-file
           END-IF
           .

       compute-days-in-month.
           MOVE 31 TO month-days
           MOVE "N" TO month-end-found
             IF current-day-num >= 1 AND current-day-num <= 31
               MOVE "Y" TO day-has-generation(current-day-num)
             END-IF
             MOVE generation-date(gen-idx) TO current-gen-date
             MOVE generation-suffix(gen-idx) TO current-gen-suffix
             MOVE SPACES TO extract-file-name
             STRING "3-extract-" generation-date(gen-idx)
                 generation-suffix(gen-idx) DELIMITED BY SPACE
                 ".csv" DELIMITED BY SIZE
                 INTO extract-file-name
             PERFORM read-one-daily-extract
           END-IF
           ADD 1 TO gen-idx
           IF NOT csv-row-is-valid
             ADD 1 TO unparseable-count
           ELSE
             PERFORM find-restated-original
             IF restated-match > 0
               ADD 1 TO excluded-row-count
               ADD row-priority TO excluded-points
             ELSE
               PERFORM tally-month-source-row
             END-IF
           END-IF
           .

       tally-month-source-row.
           PERFORM find-month-source-index
           IF mon-source-match > 0
             ADD 1 TO ms-day-groups
                 (mon-source-match, current-day-num)
             ADD row-priority TO ms-day-priority
                 (mon-source-match, current-day-num)
             ADD 1 TO ms-mtd-groups(mon-source-match)
             ADD row-priority
                 TO ms-mtd-priority(mon-source-match)
             ADD 1 TO mon-grand-groups
             ADD row-priority TO mon-grand-priority
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

       find-month-source-index.
           MOVE 0 TO mon-source-match
           MOVE 1 TO mon-source-idx
             WRITE monthly-record
           END-IF

           IF excluded-row-count > 0
             MOVE SPACES TO monthly-record
             STRING "RESTATED ORIGINALS EXCLUDED  GROUPS "
                 excluded-row-count
                 "  PRIORITY TOTAL " excluded-points
                 DELIMITED BY SIZE INTO monthly-record
             WRITE monthly-record
           END-IF

           PERFORM write-gap-section

           IF unparseable-count > 0
