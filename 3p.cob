       IDENTIFICATION DIVISION.
       PROGRAM-ID. compare-parallel-runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-file ASSIGN TO DYNAMIC audit-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-file-status.

           SELECT compare-file ASSIGN TO "3-compare.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS compare-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  audit-file.
       01  audit-record PIC X(480).

       FD  compare-file.
       01  compare-record PIC X(400).

       WORKING-STORAGE SECTION.
       01  audit-file-status PIC 99.
           88  audit-is-ok VALUE 0.
           88  audit-end-of-file VALUE 10.

       01  compare-file-status PIC 99.
           88  compare-is-ok VALUE 0.

       01  command-line-parm  PIC X(200) VALUE SPACES.
       01  audit-file-name    PIC X(100) VALUE SPACES.
       01  base-audit-name    PIC X(100) VALUE SPACES.
       01  new-audit-name     PIC X(100) VALUE "3-audit.txt".
       01  audit-name-parm    PIC X(100) VALUE SPACES.
       01  new-name-parm      PIC X(100) VALUE SPACES.
       01  base-heading       PIC X(300) VALUE SPACES.
       01  new-heading        PIC X(300) VALUE SPACES.
       01  run-date-yyyymmdd  PIC X(8)   VALUE SPACES.
       01  run-date-display   PIC X(10)  VALUE SPACES.

       01  loading-run PIC X(1) VALUE "B".
           88  loading-base-run VALUE "B".
           88  loading-new-run  VALUE "N".
       01  audit-lines-read PIC 9(7) VALUE 0.

       01  parse-file-part     PIC X(100) VALUE SPACES.
       01  parse-lines-part    PIC X(20)  VALUE SPACES.
       01  parse-chosen-part   PIC X(10)  VALUE SPACES.
       01  parse-item-part     PIC X(45)  VALUE SPACES.
       01  parse-priority-part PIC X(20)  VALUE SPACES.
       01  parse-source-part   PIC X(40)  VALUE SPACES.
       01  parse-line-from     PIC X(6)   VALUE SPACES.
       01  parse-line-to       PIC X(6)   VALUE SPACES.
       01  parse-record-valid  PIC X(1)   VALUE "Y".
           88  parse-record-is-valid VALUE "Y".
       01  base-bad-lines      PIC 9(6)   VALUE 0.
       01  new-bad-lines       PIC 9(6)   VALUE 0.

       01  base-group-count PIC 9(5) VALUE 0.
       01  base-group-table.
           05  base-group-entry OCCURS 5000 TIMES.
               10  bg-file-name PIC X(100).
               10  bg-line-from PIC X(6).
               10  bg-line-to   PIC X(6).
               10  bg-chosen    PIC X(1).
               10  bg-priority  PIC 9(16).
               10  bg-source-id PIC X(20).
               10  bg-match     PIC 9(5).
       01  new-group-count PIC 9(5) VALUE 0.
       01  new-group-table.
           05  new-group-entry OCCURS 5000 TIMES.
               10  ng-file-name PIC X(100).
               10  ng-line-from PIC X(6).
               10  ng-line-to   PIC X(6).
               10  ng-chosen    PIC X(1).
               10  ng-priority  PIC 9(16).
               10  ng-source-id PIC X(20).
               10  ng-match     PIC 9(5).
       01  base-idx  PIC 9(5).
       01  new-idx   PIC 9(5).
       01  group-table-full PIC X(1) VALUE "N".
           88  group-table-is-full VALUE "Y".

       01  net-count PIC 9(3) VALUE 0.
       01  net-table.
           05  net-entry OCCURS 300 TIMES.
               10  nt-key          PIC X(100).
               10  nt-base-groups  PIC 9(7).
               10  nt-base-total   PIC 9(18).
               10  nt-new-groups   PIC 9(7).
               10  nt-new-total    PIC 9(18).
       01  net-idx      PIC 9(3).
       01  net-match    PIC 9(3) VALUE 0.
       01  net-key-work PIC X(100) VALUE SPACES.
       01  net-full     PIC X(1) VALUE "N".
           88  net-table-is-full VALUE "Y".
       01  net-kind     PIC X(6) VALUE SPACES.
       01  section-title PIC X(60) VALUE SPACES.

       01  only-base-count      PIC 9(5) VALUE 0.
       01  only-new-count       PIC 9(5) VALUE 0.
       01  chosen-changed-count PIC 9(5) VALUE 0.
       01  priority-changed-count PIC 9(5) VALUE 0.
       01  section-lines        PIC 9(5) VALUE 0.
       01  base-total     PIC 9(18) VALUE 0.
       01  new-total      PIC 9(18) VALUE 0.
       01  difference-total PIC S9(18) VALUE 0.
       01  difference-show  PIC +(18)9.
       01  difference-groups PIC S9(7) VALUE 0.
       01  difference-groups-show PIC +(7)9.
       01  compare-failed PIC X(1) VALUE "N".
           88  compare-has-failed VALUE "Y".

       PROCEDURE DIVISION.
       main.
           ACCEPT command-line-parm FROM COMMAND-LINE
           UNSTRING command-line-parm DELIMITED BY ALL SPACES
               INTO audit-name-parm new-name-parm
           IF FUNCTION TRIM(command-line-parm) = SPACES
             DISPLAY "USAGE: COMPARE <BASE-AUDIT> [<NEW-AUDIT>]"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF audit-name-parm = SPACES
             MOVE new-name-parm TO audit-name-parm
             MOVE SPACES TO new-name-parm
           END-IF
           PERFORM resolve-audit-name
           MOVE audit-file-name TO base-audit-name
           IF new-name-parm NOT = SPACES
             MOVE new-name-parm TO audit-name-parm
             PERFORM resolve-audit-name
             MOVE audit-file-name TO new-audit-name
           END-IF

           ACCEPT run-date-yyyymmdd FROM DATE YYYYMMDD
           STRING run-date-yyyymmdd(1:4) "-" run-date-yyyymmdd(5:2)
               "-" run-date-yyyymmdd(7:2)
               DELIMITED BY SIZE INTO run-date-display

           MOVE "B" TO loading-run
           MOVE base-audit-name TO audit-file-name
           PERFORM load-audit-trail
           IF NOT audit-is-ok AND NOT audit-end-of-file
             GOBACK
           END-IF
           MOVE "N" TO loading-run
           MOVE new-audit-name TO audit-file-name
           PERFORM load-audit-trail
           IF NOT audit-is-ok AND NOT audit-end-of-file
             GOBACK
           END-IF
           IF group-table-is-full
             DISPLAY "An audit trail holds more than 5000 groups - "
                 "comparison not attempted"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE 1 TO new-idx
           PERFORM match-new-group
               UNTIL new-idx > new-group-count

           OPEN OUTPUT compare-file
           PERFORM write-comparison-heading
           PERFORM write-only-in-base
           PERFORM write-only-in-new
           PERFORM write-chosen-changes
           PERFORM write-priority-changes
           MOVE "FILE" TO net-kind
           PERFORM write-net-differences
           MOVE "SOURCE" TO net-kind
           PERFORM write-net-differences
           PERFORM write-comparison-result
           CLOSE compare-file

           DISPLAY "PARALLEL RUN COMPARISON  ONLY IN BASE: "
               only-base-count
               "  ONLY IN NEW: " only-new-count
               "  CHOSENONE CHANGED: " chosen-changed-count
               "  PRIORITY CHANGED: " priority-changed-count
           IF compare-has-failed
             DISPLAY "COMPARISON RESULT: FAIL"
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "COMPARISON RESULT: PASS"
           END-IF
           GOBACK
           .

       resolve-audit-name.
           MOVE SPACES TO audit-file-name
           IF audit-name-parm(1:8) NUMERIC
               AND audit-name-parm(9:) = SPACES
             STRING "3-audit-" audit-name-parm(1:8) ".txt"
                 DELIMITED BY SIZE INTO audit-file-name
           ELSE
             MOVE audit-name-parm TO audit-file-name
           END-IF
           .

       load-audit-trail.
           MOVE 0 TO audit-lines-read
           OPEN INPUT audit-file
           IF NOT audit-is-ok
             DISPLAY "The audit trail could not be opened: "
                 FUNCTION TRIM(audit-file-name)
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM UNTIL audit-end-of-file
               READ audit-file
               IF audit-is-ok
                 ADD 1 TO audit-lines-read
                 IF audit-lines-read = 1
                     AND audit-record(1:11) = "AUDIT TRAIL"
                   IF loading-base-run
                     MOVE audit-record TO base-heading
                   ELSE
                     MOVE audit-record TO new-heading
                   END-IF
                 END-IF
                 IF audit-record(1:6) = "FILE: "
                   PERFORM load-audit-group
                 END-IF
               END-IF
             END-PERFORM
             CLOSE audit-file
           END-IF
           .

       load-audit-group.
           MOVE "Y" TO parse-record-valid
           MOVE SPACES TO parse-file-part
           MOVE SPACES TO parse-lines-part
           MOVE SPACES TO parse-chosen-part
           MOVE SPACES TO parse-item-part
           MOVE SPACES TO parse-priority-part
           MOVE SPACES TO parse-source-part
           UNSTRING audit-record(7:)
               DELIMITED BY " GROUP " OR " CHOSENONE: "
                   OR " ITEM: " OR " PRIORITY: " OR " SOURCE: "
               INTO parse-file-part parse-lines-part
                   parse-chosen-part parse-item-part
                   parse-priority-part parse-source-part
           MOVE SPACES TO parse-line-from
           MOVE SPACES TO parse-line-to
           UNSTRING parse-lines-part DELIMITED BY "-"
               INTO parse-line-from parse-line-to

           IF parse-priority-part(1:16) NOT NUMERIC
               AND parse-item-part(1:16) NUMERIC
             MOVE parse-priority-part TO parse-source-part
             MOVE parse-item-part(1:16) TO parse-priority-part
             MOVE SPACES TO parse-item-part
           END-IF
           IF FUNCTION TRIM(parse-source-part) = SPACES
             MOVE "UNKNOWN" TO parse-source-part
           END-IF

           IF parse-line-from NOT NUMERIC
               OR parse-line-to NOT NUMERIC
               OR parse-priority-part(1:16) NOT NUMERIC
               OR FUNCTION TRIM(parse-file-part) = SPACES
             MOVE "N" TO parse-record-valid
           END-IF

           IF NOT parse-record-is-valid
             IF loading-base-run
               ADD 1 TO base-bad-lines
             ELSE
               ADD 1 TO new-bad-lines
             END-IF
           ELSE
             IF loading-base-run
               IF base-group-count < 5000
                 ADD 1 TO base-group-count
                 MOVE FUNCTION TRIM(parse-file-part)
                     TO bg-file-name(base-group-count)
                 MOVE parse-line-from TO bg-line-from(base-group-count)
                 MOVE parse-line-to TO bg-line-to(base-group-count)
                 MOVE parse-chosen-part(1:1)
                     TO bg-chosen(base-group-count)
                 MOVE parse-priority-part(1:16)
                     TO bg-priority(base-group-count)
                 MOVE FUNCTION TRIM(parse-source-part)
                     TO bg-source-id(base-group-count)
                 MOVE 0 TO bg-match(base-group-count)
               ELSE
                 MOVE "Y" TO group-table-full
               END-IF
             ELSE
               IF new-group-count < 5000
                 ADD 1 TO new-group-count
                 MOVE FUNCTION TRIM(parse-file-part)
                     TO ng-file-name(new-group-count)
                 MOVE parse-line-from TO ng-line-from(new-group-count)
                 MOVE parse-line-to TO ng-line-to(new-group-count)
                 MOVE parse-chosen-part(1:1)
                     TO ng-chosen(new-group-count)
                 MOVE parse-priority-part(1:16)
                     TO ng-priority(new-group-count)
                 MOVE FUNCTION TRIM(parse-source-part)
                     TO ng-source-id(new-group-count)
                 MOVE 0 TO ng-match(new-group-count)
               ELSE
                 MOVE "Y" TO group-table-full
               END-IF
             END-IF
           END-IF
           .

       match-new-group.
           MOVE 1 TO base-idx
           PERFORM UNTIL base-idx > base-group-count
               OR ng-match(new-idx) > 0
             IF bg-match(base-idx) = 0
                 AND bg-file-name(base-idx) = ng-file-name(new-idx)
                 AND bg-line-from(base-idx) = ng-line-from(new-idx)
                 AND bg-line-to(base-idx) = ng-line-to(new-idx)
               MOVE base-idx TO ng-match(new-idx)
               MOVE new-idx TO bg-match(base-idx)
             END-IF
             ADD 1 TO base-idx
           END-PERFORM
           ADD 1 TO new-idx
           .

       write-comparison-heading.
           MOVE SPACES TO compare-record
           STRING "PARALLEL RUN COMPARISON  BASE: "
               FUNCTION TRIM(base-audit-name)
               "  NEW: " FUNCTION TRIM(new-audit-name)
               "  RUN DATE: " run-date-display
               DELIMITED BY SIZE INTO compare-record
           WRITE compare-record
           MOVE SPACES TO compare-record
           STRING "BASE RUN: " FUNCTION TRIM(base-heading)
               DELIMITED BY SIZE INTO compare-record
           WRITE compare-record
           MOVE SPACES TO compare-record
           STRING "NEW RUN:  " FUNCTION TRIM(new-heading)
               DELIMITED BY SIZE INTO compare-record
           WRITE compare-record
           MOVE SPACES TO compare-record
           STRING "GROUPS READ  BASE: " base-group-count
               "  NEW: " new-group-count
               "  UNREADABLE GROUP LINES  BASE: " base-bad-lines
               "  NEW: " new-bad-lines
               DELIMITED BY SIZE INTO compare-record
           WRITE compare-record
           .

       write-section-heading.
           MOVE SPACES TO compare-record
           WRITE compare-record
           MOVE section-title TO compare-record
           WRITE compare-record
           MOVE 0 TO section-lines
           .

       write-section-none.
           IF section-lines = 0
             MOVE SPACES TO compare-record
             MOVE "NONE" TO compare-record
             WRITE compare-record
           END-IF
           .

       write-only-in-base.
           MOVE "GROUPS ONLY IN THE BASE RUN" TO section-title
           PERFORM write-section-heading
           MOVE 1 TO base-idx
           PERFORM UNTIL base-idx > base-group-count
             IF bg-match(base-idx) = 0
               ADD 1 TO only-base-count
               ADD 1 TO section-lines
               MOVE SPACES TO compare-record
               STRING "FILE " FUNCTION TRIM(bg-file-name(base-idx))
                   " GROUP " bg-line-from(base-idx)
                   "-" bg-line-to(base-idx)
                   " SOURCE " FUNCTION TRIM(bg-source-id(base-idx))
                   " CHOSENONE " bg-chosen(base-idx)
                   " PRIORITY " bg-priority(base-idx)
                   DELIMITED BY SIZE INTO compare-record
               WRITE compare-record
             END-IF
             ADD 1 TO base-idx
           END-PERFORM
           PERFORM write-section-none
           .

       write-only-in-new.
           MOVE "GROUPS ONLY IN THE NEW RUN" TO section-title
           PERFORM write-section-heading
           MOVE 1 TO new-idx
           PERFORM UNTIL new-idx > new-group-count
             IF ng-match(new-idx) = 0
               ADD 1 TO only-new-count
               ADD 1 TO section-lines
               MOVE SPACES TO compare-record
               STRING "FILE " FUNCTION TRIM(ng-file-name(new-idx))
                   " GROUP " ng-line-from(new-idx)
                   "-" ng-line-to(new-idx)
                   " SOURCE " FUNCTION TRIM(ng-source-id(new-idx))
                   " CHOSENONE " ng-chosen(new-idx)
                   " PRIORITY " ng-priority(new-idx)
                   DELIMITED BY SIZE INTO compare-record
               WRITE compare-record
             END-IF
             ADD 1 TO new-idx
           END-PERFORM
           PERFORM write-section-none
           .

       write-chosen-changes.
           MOVE "GROUPS WHOSE CHOSENONE CHANGED" TO section-title
           PERFORM write-section-heading
           MOVE 1 TO new-idx
           PERFORM UNTIL new-idx > new-group-count
             IF ng-match(new-idx) > 0
               MOVE ng-match(new-idx) TO base-idx
               IF bg-chosen(base-idx) NOT = ng-chosen(new-idx)
                 ADD 1 TO chosen-changed-count
                 ADD 1 TO section-lines
                 MOVE SPACES TO compare-record
                 STRING "FILE " FUNCTION TRIM(ng-file-name(new-idx))
                     " GROUP " ng-line-from(new-idx)
                     "-" ng-line-to(new-idx)
                     " CHOSENONE " bg-chosen(base-idx)
                     " -> " ng-chosen(new-idx)
                     " PRIORITY " bg-priority(base-idx)
                     " -> " ng-priority(new-idx)
                     DELIMITED BY SIZE INTO compare-record
                 WRITE compare-record
               END-IF
             END-IF
             ADD 1 TO new-idx
           END-PERFORM
           PERFORM write-section-none
           .

       write-priority-changes.
           MOVE "GROUPS WHOSE PRIORITY CHANGED" TO section-title
           PERFORM write-section-heading
           MOVE 1 TO new-idx
           PERFORM UNTIL new-idx > new-group-count
             IF ng-match(new-idx) > 0
               MOVE ng-match(new-idx) TO base-idx
               IF bg-priority(base-idx) NOT = ng-priority(new-idx)
                 ADD 1 TO priority-changed-count
                 ADD 1 TO section-lines
                 COMPUTE difference-total =
                     ng-priority(new-idx) - bg-priority(base-idx)
                 MOVE difference-total TO difference-show
                 MOVE SPACES TO compare-record
                 STRING "FILE " FUNCTION TRIM(ng-file-name(new-idx))
                     " GROUP " ng-line-from(new-idx)
                     "-" ng-line-to(new-idx)
                     " CHOSENONE " ng-chosen(new-idx)
                     " PRIORITY " bg-priority(base-idx)
                     " -> " ng-priority(new-idx)
                     " DIFFERENCE " FUNCTION TRIM(difference-show)
                     DELIMITED BY SIZE INTO compare-record
                 WRITE compare-record
               END-IF
             END-IF
             ADD 1 TO new-idx
           END-PERFORM
           PERFORM write-section-none
           .

       write-net-differences.
           MOVE 0 TO net-count
           MOVE "N" TO net-full
           MOVE 1 TO base-idx
           PERFORM UNTIL base-idx > base-group-count
             IF net-kind = "FILE"
               MOVE bg-file-name(base-idx) TO net-key-work
             ELSE
               MOVE bg-source-id(base-idx) TO net-key-work
             END-IF
             PERFORM find-net-entry
             IF net-match > 0
               ADD 1 TO nt-base-groups(net-match)
               ADD bg-priority(base-idx) TO nt-base-total(net-match)
             END-IF
             ADD 1 TO base-idx
           END-PERFORM
           MOVE 1 TO new-idx
           PERFORM UNTIL new-idx > new-group-count
             IF net-kind = "FILE"
               MOVE ng-file-name(new-idx) TO net-key-work
             ELSE
               MOVE ng-source-id(new-idx) TO net-key-work
             END-IF
             PERFORM find-net-entry
             IF net-match > 0
               ADD 1 TO nt-new-groups(net-match)
               ADD ng-priority(new-idx) TO nt-new-total(net-match)
             END-IF
             ADD 1 TO new-idx
           END-PERFORM

           MOVE SPACES TO section-title
           STRING "NET DIFFERENCES BY " net-kind
               DELIMITED BY SIZE INTO section-title
           PERFORM write-section-heading
           MOVE 1 TO net-idx
           PERFORM write-net-line UNTIL net-idx > net-count
           PERFORM write-section-none
           IF net-table-is-full
             MOVE SPACES TO compare-record
             STRING "MORE THAN 300 ENTRIES - LIST INCOMPLETE"
                 DELIMITED BY SIZE INTO compare-record
             WRITE compare-record
           END-IF
           .

       find-net-entry.
           MOVE 0 TO net-match
           MOVE 1 TO net-idx
           PERFORM UNTIL net-idx > net-count OR net-match > 0
             IF nt-key(net-idx) = net-key-work
               MOVE net-idx TO net-match
             END-IF
             ADD 1 TO net-idx
           END-PERFORM
           IF net-match = 0
             IF net-count < 300
               ADD 1 TO net-count
               MOVE net-count TO net-match
               MOVE net-key-work TO nt-key(net-match)
               MOVE 0 TO nt-base-groups(net-match)
               MOVE 0 TO nt-base-total(net-match)
               MOVE 0 TO nt-new-groups(net-match)
               MOVE 0 TO nt-new-total(net-match)
             ELSE
               MOVE "Y" TO net-full
             END-IF
           END-IF
           .

       write-net-line.
           ADD 1 TO section-lines
           COMPUTE difference-total =
               nt-new-total(net-idx) - nt-base-total(net-idx)
           MOVE difference-total TO difference-show
           COMPUTE difference-groups =
               nt-new-groups(net-idx) - nt-base-groups(net-idx)
           MOVE difference-groups TO difference-groups-show
           MOVE SPACES TO compare-record
           STRING FUNCTION TRIM(net-kind) " "
               FUNCTION TRIM(nt-key(net-idx))
               "  BASE GROUPS " nt-base-groups(net-idx)
               " TOTAL " nt-base-total(net-idx)
               "  NEW GROUPS " nt-new-groups(net-idx)
               " TOTAL " nt-new-total(net-idx)
               "  NET GROUPS " FUNCTION TRIM(difference-groups-show)
               " TOTAL " FUNCTION TRIM(difference-show)
               DELIMITED BY SIZE INTO compare-record
           WRITE compare-record
           ADD 1 TO net-idx
           .

       write-comparison-result.
           MOVE 0 TO base-total
           MOVE 1 TO base-idx
           PERFORM UNTIL base-idx > base-group-count
             ADD bg-priority(base-idx) TO base-total
             ADD 1 TO base-idx
           END-PERFORM
           MOVE 0 TO new-total
           MOVE 1 TO new-idx
           PERFORM UNTIL new-idx > new-group-count
             ADD ng-priority(new-idx) TO new-total
             ADD 1 TO new-idx
           END-PERFORM
           COMPUTE difference-total = new-total - base-total
           MOVE difference-total TO difference-show

           MOVE SPACES TO compare-record
           WRITE compare-record
           MOVE SPACES TO compare-record
           STRING "TOTALS  BASE GROUPS " base-group-count
               " TOTAL " base-total
               "  NEW GROUPS " new-group-count
               " TOTAL " new-total
               "  NET TOTAL " FUNCTION TRIM(difference-show)
               DELIMITED BY SIZE INTO compare-record
           WRITE compare-record

           IF only-base-count > 0 OR only-new-count > 0
               OR chosen-changed-count > 0
               OR priority-changed-count > 0
               OR base-bad-lines > 0 OR new-bad-lines > 0
             MOVE "Y" TO compare-failed
           END-IF
           MOVE SPACES TO compare-record
           IF compare-has-failed
             STRING "RESULT: FAIL - ONLY IN BASE " only-base-count
                 "  ONLY IN NEW " only-new-count
                 "  CHOSENONE CHANGED " chosen-changed-count
                 "  PRIORITY CHANGED " priority-changed-count
                 "  UNREADABLE "
                 base-bad-lines "/" new-bad-lines
                 DELIMITED BY SIZE INTO compare-record
           ELSE
             STRING "RESULT: PASS - THE TWO RUNS AGREE GROUP BY GROUP"
                 DELIMITED BY SIZE INTO compare-record
           END-IF
           WRITE compare-record
           .
