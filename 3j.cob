       IDENTIFICATION DIVISION.
       PROGRAM-ID. run-job-stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT job-stream-file ASSIGN TO "3-jobstream.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS job-stream-file-status.

           SELECT job-log-file ASSIGN TO "3-joblog.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS job-log-file-status.

           SELECT job-checkpoint-file ASSIGN TO "3-jobckpt.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS job-checkpoint-file-status.

           SELECT calendar-file ASSIGN TO "3-calendar.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS calendar-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  job-stream-file.
       01  job-stream-record PIC X(300).

       FD  job-log-file.
       01  job-log-record PIC X(300).

       FD  job-checkpoint-file.
       01  job-checkpoint-record PIC X(100).

       FD  calendar-file.
       01  calendar-record PIC X(20).

       WORKING-STORAGE SECTION.
       01  job-stream-file-status PIC 99.
           88  job-stream-is-ok VALUE 0.
           88  job-stream-end-of-file VALUE 10.

       01  job-log-file-status PIC 99.
           88  job-log-is-ok VALUE 0.

       01  job-checkpoint-file-status PIC 99.
           88  job-checkpoint-is-ok VALUE 0.

       01  calendar-file-status PIC 99.
           88  calendar-is-ok VALUE 0.
           88  calendar-end-of-file VALUE 10.

       01  command-line-parm  PIC X(200) VALUE SPACES.
       01  parm-word-1        PIC X(20)  VALUE SPACES.
       01  parm-word-2        PIC X(20)  VALUE SPACES.
       01  parm-word-3        PIC X(20)  VALUE SPACES.
       01  parm-word          PIC X(20)  VALUE SPACES.
       01  parm-error         PIC X(1)   VALUE "N".
           88  parm-is-in-error VALUE "Y".
       01  fresh-requested    PIC X(1)   VALUE "N".
           88  fresh-is-requested VALUE "Y".
       01  run-date-given     PIC X(1)   VALUE "N".
           88  run-date-was-given VALUE "Y".
       01  run-date-yyyymmdd  PIC X(8)   VALUE SPACES.
       01  given-run-date     PIC X(8)   VALUE SPACES.
       01  run-date-int       PIC 9(8)   VALUE 0.

       01  log-current-date  PIC X(21) VALUE SPACES.
       01  log-timestamp     PIC X(19) VALUE SPACES.
       01  log-message-text  PIC X(250) VALUE SPACES.

       01  step-count PIC 9(3) VALUE 0.
       01  step-table.
           05  step-entry OCCURS 50 TIMES.
               10  step-name        PIC X(12).
               10  step-program     PIC X(60).
               10  step-max-rc      PIC 9(3).
               10  step-when        PIC X(8).
                   88  step-is-month-end VALUE "MONTHEND".
               10  step-parameters  PIC X(200).
               10  step-restart-prefix PIC X(20).
       01  step-idx        PIC 9(3).
       01  step-check-idx  PIC 9(3).
       01  start-step-idx  PIC 9(3) VALUE 1.
       01  stream-line-number PIC 9(4) VALUE 0.
       01  stream-error-count PIC 9(4) VALUE 0.
       01  stream-error-text  PIC X(100) VALUE SPACES.

       01  step-name-part    PIC X(20)  VALUE SPACES.
       01  step-program-part PIC X(70)  VALUE SPACES.
       01  step-max-rc-part  PIC X(10)  VALUE SPACES.
       01  step-when-part    PIC X(40)  VALUE SPACES.
       01  step-schedule-part PIC X(40) VALUE SPACES.
       01  step-restart-part PIC X(40)  VALUE SPACES.
       01  step-when-pointer PIC 9(4)   VALUE 1.
       01  step-parm-pointer PIC 9(4)   VALUE 1.
       01  step-field-length PIC 9(4)   VALUE 0.

       01  parameter-source   PIC X(206) VALUE SPACES.
       01  parameter-expanded PIC X(320) VALUE SPACES.
       01  parameter-scan-idx PIC 9(4)   VALUE 0.
       01  parameter-out-ptr  PIC 9(4)   VALUE 1.
       01  step-command       PIC X(400) VALUE SPACES.

       01  step-rc        PIC 9(3) VALUE 0.
       01  step-rc-limit  PIC 9(3) VALUE 0.
       01  later-step-found PIC X(1) VALUE "N".
           88  later-step-was-found VALUE "Y".
       01  highest-rc     PIC 9(3) VALUE 0.
       01  steps-run-count     PIC 9(3) VALUE 0.
       01  steps-skipped-count PIC 9(3) VALUE 0.
       01  stream-stopped PIC X(1) VALUE "N".
           88  stream-was-stopped VALUE "Y".

       01  calendar-present PIC X(1) VALUE "N".
           88  calendar-is-present VALUE "Y".
       01  month-end-date  PIC X(8) VALUE SPACES.
       01  month-end-due   PIC X(1) VALUE "N".
           88  month-end-is-due VALUE "Y".
       01  month-end-reason PIC X(100) VALUE SPACES.

       01  checkpoint-found PIC X(1) VALUE "N".
           88  checkpoint-was-found VALUE "Y".
       01  checkpoint-line-buffer PIC X(100).
       01  checkpoint-fields REDEFINES checkpoint-line-buffer.
           05  FILLER                 PIC X(5).
           05  ckpt-step-txt          PIC X(3).
           05  FILLER                 PIC X(6).
           05  ckpt-step-name         PIC X(12).
           05  FILLER                 PIC X(6).
           05  ckpt-run-date          PIC X(8).
           05  FILLER                 PIC X(7).
           05  ckpt-step-count-txt    PIC X(3).
           05  FILLER                 PIC X(8).
           05  ckpt-status            PIC X(8).
           05  FILLER                 PIC X(34).
       01  checkpoint-status PIC X(8) VALUE SPACES.
       01  stream-resumed    PIC X(1) VALUE "N".
           88  stream-was-resumed VALUE "Y".
       01  checkpoint-step   PIC 9(3) VALUE 0.
       01  interrupted-rerun PIC X(1) VALUE "N".
           88  interrupted-step-is-rerun VALUE "Y".

       PROCEDURE DIVISION.
       main.
           ACCEPT command-line-parm FROM COMMAND-LINE
           ACCEPT run-date-yyyymmdd FROM DATE YYYYMMDD
           MOVE SPACES TO parm-word-1
           MOVE SPACES TO parm-word-2
           MOVE SPACES TO parm-word-3
           UNSTRING FUNCTION TRIM(command-line-parm)
               DELIMITED BY ALL SPACE
               INTO parm-word-1 parm-word-2 parm-word-3
           MOVE parm-word-1 TO parm-word
           PERFORM apply-parm-word
           MOVE parm-word-2 TO parm-word
           PERFORM apply-parm-word
           IF parm-word-3 NOT = SPACES
             MOVE "Y" TO parm-error
           END-IF
           IF parm-is-in-error
             DISPLAY "USAGE: JOBSTREAM [FRESH] [<RUN-YYYYMMDD>]"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           IF run-date-was-given
             MOVE given-run-date TO run-date-yyyymmdd
           END-IF

           PERFORM read-job-stream
           IF stream-error-count > 0 OR step-count = 0
             IF step-count = 0 AND stream-error-count = 0
               DISPLAY "The job stream definition 3-jobstream.txt "
                   "holds no steps"
             END-IF
             MOVE SPACES TO log-message-text
             STRING "JOB STREAM NOT STARTED - DEFINITION HAS "
                 stream-error-count " ERRORS, " step-count " STEPS"
                 DELIMITED BY SIZE INTO log-message-text
             PERFORM write-job-log
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM read-job-checkpoint
           IF checkpoint-was-found
             IF fresh-is-requested
               MOVE SPACES TO log-message-text
               STRING "STOPPED STREAM OF " ckpt-run-date
                   " AT STEP " ckpt-step-txt " "
                   FUNCTION TRIM(ckpt-step-name)
                   " DISCARDED - FRESH RUN REQUESTED"
                   DELIMITED BY SIZE INTO log-message-text
               PERFORM write-job-log
               MOVE SPACES TO checkpoint-status
             ELSE
               PERFORM validate-job-checkpoint
               IF stream-error-text NOT = SPACES
                 MOVE SPACES TO log-message-text
                 STRING "JOB STREAM NOT RESUMED - "
                     FUNCTION TRIM(stream-error-text)
                     DELIMITED BY SIZE INTO log-message-text
                 PERFORM write-job-log
                 DISPLAY "Rerun with FRESH to start the stream from "
                     "step 1"
                 MOVE 12 TO RETURN-CODE
                 GOBACK
               END-IF
               MOVE "Y" TO stream-resumed
               MOVE checkpoint-step TO start-step-idx
               MOVE ckpt-run-date TO run-date-yyyymmdd
             END-IF
           END-IF

           PERFORM decide-month-end

           MOVE SPACES TO log-message-text
           IF stream-was-resumed
             STRING "JOB STREAM RESUMED  RUN DATE " run-date-yyyymmdd
                 "  STEPS " step-count
                 "  FROM STEP " start-step-idx " "
                 FUNCTION TRIM(step-name(start-step-idx))
                 DELIMITED BY SIZE INTO log-message-text
           ELSE
             STRING "JOB STREAM STARTED  RUN DATE " run-date-yyyymmdd
                 "  STEPS " step-count
                 DELIMITED BY SIZE INTO log-message-text
           END-IF
           PERFORM write-job-log
           IF stream-was-resumed AND checkpoint-status = "RUNNING"
             MOVE "Y" TO interrupted-rerun
             MOVE SPACES TO log-message-text
             IF step-restart-prefix(start-step-idx) = SPACES
               STRING "STEP " start-step-idx " "
                   step-name(start-step-idx)
                   " WAS INTERRUPTED - IT IS RUN AGAIN"
                   DELIMITED BY SIZE INTO log-message-text
             ELSE
               STRING "STEP " start-step-idx " "
                   step-name(start-step-idx)
                   " WAS INTERRUPTED - IT IS RUN AGAIN WITH "
                   FUNCTION TRIM(step-restart-prefix(start-step-idx))
                   DELIMITED BY SIZE INTO log-message-text
             END-IF
             PERFORM write-job-log
           END-IF
           IF stream-was-resumed AND checkpoint-status = "FAILED"
             MOVE SPACES TO log-message-text
             STRING "STEP " start-step-idx " "
                 step-name(start-step-idx)
                 " FAILED IN AN EARLIER RUN - IT IS RUN AGAIN"
                 DELIMITED BY SIZE INTO log-message-text
             PERFORM write-job-log
           END-IF
           MOVE SPACES TO log-message-text
           STRING "MONTH-END " FUNCTION TRIM(month-end-reason)
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-job-log

           MOVE 1 TO step-idx
           PERFORM UNTIL step-idx >= start-step-idx
             MOVE SPACES TO log-message-text
             STRING "STEP " step-idx " " step-name(step-idx)
                 " COMPLETED IN AN EARLIER RUN - NOT RERUN"
                 DELIMITED BY SIZE INTO log-message-text
             PERFORM write-job-log
             ADD 1 TO step-idx
           END-PERFORM

           MOVE start-step-idx TO step-idx
           PERFORM UNTIL step-idx > step-count OR stream-was-stopped
             PERFORM run-one-step
             IF NOT stream-was-stopped
               ADD 1 TO step-idx
             END-IF
           END-PERFORM

           MOVE SPACES TO log-message-text
           IF stream-was-stopped
             PERFORM write-job-checkpoint
             STRING "JOB STREAM STOPPED AT STEP " step-idx " "
                 FUNCTION TRIM(step-name(step-idx))
                 "  HIGHEST RC " highest-rc
                 " - A RERUN RESUMES AT THIS STEP"
                 DELIMITED BY SIZE INTO log-message-text
           ELSE
             PERFORM clear-job-checkpoint
             STRING "JOB STREAM ENDED  STEPS RUN " steps-run-count
                 "  SKIPPED " steps-skipped-count
                 "  HIGHEST RC " highest-rc
                 DELIMITED BY SIZE INTO log-message-text
           END-IF
           PERFORM write-job-log

           MOVE highest-rc TO RETURN-CODE
           IF stream-was-stopped AND highest-rc < 8
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       apply-parm-word.
           IF parm-word NOT = SPACES
             IF FUNCTION UPPER-CASE(parm-word) = "FRESH"
                 AND NOT fresh-is-requested
               MOVE "Y" TO fresh-requested
             ELSE
               IF parm-word(1:8) NUMERIC AND parm-word(9:) = SPACES
                   AND NOT run-date-was-given
                 MOVE 0 TO run-date-int
                 COMPUTE run-date-int =
                     FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(parm-word(1:8)))
                   ON SIZE ERROR
                     MOVE 0 TO run-date-int
                 END-COMPUTE
                 IF run-date-int = 0
                   MOVE "Y" TO parm-error
                 ELSE
                   MOVE "Y" TO run-date-given
                   MOVE parm-word(1:8) TO given-run-date
                 END-IF
               ELSE
                 MOVE "Y" TO parm-error
               END-IF
             END-IF
           END-IF
           .

       read-job-stream.
           MOVE 0 TO step-count
           MOVE 0 TO stream-line-number
           MOVE 0 TO stream-error-count
           OPEN INPUT job-stream-file
           IF job-stream-is-ok
             PERFORM UNTIL job-stream-end-of-file
               READ job-stream-file
               IF job-stream-is-ok
                 ADD 1 TO stream-line-number
                 IF FUNCTION TRIM(job-stream-record) NOT = SPACES
                     AND job-stream-record(1:1) NOT = "*"
                   PERFORM load-job-step
                 END-IF
               END-IF
             END-PERFORM
             CLOSE job-stream-file
           ELSE
             DISPLAY "The job stream definition 3-jobstream.txt "
                 "could not be opened"
             ADD 1 TO stream-error-count
           END-IF
           .

       load-job-step.
           MOVE SPACES TO step-name-part
           MOVE SPACES TO step-program-part
           MOVE SPACES TO step-max-rc-part
           MOVE SPACES TO step-when-part
           MOVE 1 TO step-parm-pointer
           UNSTRING job-stream-record DELIMITED BY ","
               INTO step-name-part step-program-part
                    step-max-rc-part step-when-part
               WITH POINTER step-parm-pointer
           MOVE SPACES TO stream-error-text

           IF FUNCTION TRIM(step-name-part) = SPACES
               OR FUNCTION TRIM(step-program-part) = SPACES
             MOVE "STEP NAME AND PROGRAM ARE REQUIRED"
                 TO stream-error-text
           ELSE
             MOVE FUNCTION BYTE-LENGTH(FUNCTION TRIM(step-name-part))
                 TO step-field-length
             IF step-field-length > 12
               MOVE "STEP NAME IS LONGER THAN 12 CHARACTERS"
                   TO stream-error-text
             END-IF
             MOVE FUNCTION BYTE-LENGTH(
                 FUNCTION TRIM(step-program-part))
                 TO step-field-length
             IF step-field-length > 60
               MOVE "PROGRAM IS LONGER THAN 60 CHARACTERS"
                   TO stream-error-text
             END-IF
           END-IF

           IF stream-error-text = SPACES
             IF FUNCTION TRIM(step-max-rc-part) = SPACES
               MOVE "HIGHEST PRIOR RETURN CODE IS REQUIRED"
                   TO stream-error-text
             ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(step-max-rc-part))
                   NOT = 0
                 MOVE "HIGHEST PRIOR RETURN CODE IS NOT NUMERIC"
                     TO stream-error-text
               ELSE
                 IF FUNCTION NUMVAL(FUNCTION TRIM(step-max-rc-part))
                     < 0
                     OR FUNCTION NUMVAL(
                       FUNCTION TRIM(step-max-rc-part)) > 999
                   MOVE "HIGHEST PRIOR RETURN CODE MUST BE 0 TO 999"
                       TO stream-error-text
                 END-IF
               END-IF
             END-IF
           END-IF

           IF stream-error-text = SPACES
             MOVE FUNCTION TRIM(step-when-part) TO step-when-part
             MOVE SPACES TO step-schedule-part
             MOVE SPACES TO step-restart-part
             MOVE 1 TO step-when-pointer
             UNSTRING step-when-part DELIMITED BY ALL SPACE
                 INTO step-schedule-part
                 WITH POINTER step-when-pointer
             IF step-when-pointer NOT > 40
               MOVE FUNCTION TRIM(step-when-part(step-when-pointer:))
                   TO step-restart-part
             END-IF
             MOVE FUNCTION UPPER-CASE(step-schedule-part)
                 TO step-schedule-part
             IF step-schedule-part = SPACES
               MOVE "DAILY" TO step-schedule-part
             END-IF
             IF step-schedule-part NOT = "DAILY"
                 AND step-schedule-part NOT = "MONTHEND"
               MOVE "SCHEDULE MUST BE DAILY OR MONTHEND"
                   TO stream-error-text
             END-IF
             IF step-restart-part(21:) NOT = SPACES
               MOVE "RESTART PREFIX IS LONGER THAN 20 CHARACTERS"
                   TO stream-error-text
             END-IF
           END-IF

           IF stream-error-text = SPACES
             MOVE 1 TO step-check-idx
             PERFORM UNTIL step-check-idx > step-count
               IF step-name(step-check-idx)
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(step-name-part))
                 MOVE "STEP NAME IS DUPLICATED" TO stream-error-text
               END-IF
               ADD 1 TO step-check-idx
             END-PERFORM
             IF step-count = 50
               MOVE "MORE THAN 50 STEPS" TO stream-error-text
             END-IF
           END-IF

           IF stream-error-text = SPACES
             ADD 1 TO step-count
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(step-name-part))
                 TO step-name(step-count)
             MOVE FUNCTION TRIM(step-program-part)
                 TO step-program(step-count)
             COMPUTE step-max-rc(step-count) =
                 FUNCTION NUMVAL(FUNCTION TRIM(step-max-rc-part))
             MOVE step-schedule-part TO step-when(step-count)
             MOVE step-restart-part TO step-restart-prefix(step-count)
             MOVE SPACES TO step-parameters(step-count)
             IF step-parm-pointer NOT > 300
               MOVE FUNCTION TRIM(
                   job-stream-record(step-parm-pointer:))
                   TO step-parameters(step-count)
             END-IF
           ELSE
             ADD 1 TO stream-error-count
             DISPLAY "JOB STREAM LINE " stream-line-number ": "
                 FUNCTION TRIM(stream-error-text)
           END-IF
           .

       read-job-checkpoint.
           MOVE "N" TO checkpoint-found
           MOVE SPACES TO checkpoint-status
           OPEN INPUT job-checkpoint-file
           IF job-checkpoint-is-ok
             READ job-checkpoint-file
             IF job-checkpoint-is-ok
               MOVE job-checkpoint-record TO checkpoint-line-buffer
               IF checkpoint-line-buffer(1:5) = "STEP="
                 MOVE "Y" TO checkpoint-found
                 MOVE ckpt-status TO checkpoint-status
               END-IF
             END-IF
             CLOSE job-checkpoint-file
           END-IF
           .

       validate-job-checkpoint.
           MOVE SPACES TO stream-error-text
           IF ckpt-step-txt NOT NUMERIC
               OR ckpt-step-count-txt NOT NUMERIC
               OR ckpt-run-date NOT NUMERIC
             MOVE "CHECKPOINT 3-jobckpt.txt IS NOT READABLE"
                 TO stream-error-text
           ELSE
             MOVE ckpt-step-txt TO checkpoint-step
             IF ckpt-step-count-txt NOT = step-count
                 OR checkpoint-step < 1
                 OR checkpoint-step > step-count
               MOVE "JOB STREAM DEFINITION HAS CHANGED SINCE IT STOPPED"
                   TO stream-error-text
             ELSE
               IF step-name(checkpoint-step) NOT = ckpt-step-name
                 MOVE
                   "JOB STREAM DEFINITION HAS CHANGED SINCE IT STOPPED"
                     TO stream-error-text
               END-IF
             END-IF
           END-IF
           IF stream-error-text = SPACES AND run-date-was-given
             IF given-run-date NOT = ckpt-run-date
               STRING "RUN DATE DIFFERS FROM THE STOPPED STREAM OF "
                   ckpt-run-date
                   DELIMITED BY SIZE INTO stream-error-text
             END-IF
           END-IF
           .

       write-job-checkpoint.
           MOVE SPACES TO checkpoint-line-buffer
           STRING "STEP=" step-idx
               " NAME=" step-name(step-idx)
               " DATE=" run-date-yyyymmdd
               " STEPS=" step-count
               " STATUS=" checkpoint-status
               DELIMITED BY SIZE INTO checkpoint-line-buffer
           MOVE checkpoint-line-buffer TO job-checkpoint-record
           OPEN OUTPUT job-checkpoint-file
           WRITE job-checkpoint-record
           CLOSE job-checkpoint-file
           .

       clear-job-checkpoint.
           OPEN OUTPUT job-checkpoint-file
           CLOSE job-checkpoint-file
           .

       decide-month-end.
           MOVE "N" TO month-end-due
           MOVE SPACES TO month-end-date
           MOVE "N" TO calendar-present
           OPEN INPUT calendar-file
           IF calendar-is-ok
             MOVE "Y" TO calendar-present
             PERFORM UNTIL calendar-end-of-file
               READ calendar-file
               IF calendar-is-ok
                 IF calendar-record(1:8) IS NUMERIC
                     AND calendar-record(1:6) = run-date-yyyymmdd(1:6)
                     AND calendar-record(1:8) > month-end-date
                   MOVE calendar-record(1:8) TO month-end-date
                 END-IF
               END-IF
             END-PERFORM
             CLOSE calendar-file
           END-IF
           MOVE SPACES TO month-end-reason
           IF NOT calendar-is-present
             MOVE "NOT DUE - PROCESSING CALENDAR NOT FOUND"
                 TO month-end-reason
           ELSE
             IF month-end-date = SPACES
               STRING "NOT DUE - NO PROCESSING DATES FOR "
                   run-date-yyyymmdd(1:6) " ON THE CALENDAR"
                   DELIMITED BY SIZE INTO month-end-reason
             ELSE
               IF run-date-yyyymmdd < month-end-date
                 STRING "NOT DUE - LAST PROCESSING DATE OF THE MONTH"
                     " IS " month-end-date
                     DELIMITED BY SIZE INTO month-end-reason
               ELSE
                 MOVE "Y" TO month-end-due
                 STRING "DUE - " month-end-date
                     " IS THE LAST PROCESSING DATE OF THE MONTH"
                     DELIMITED BY SIZE INTO month-end-reason
               END-IF
             END-IF
           END-IF
           .

       run-one-step.
           IF step-is-month-end(step-idx) AND NOT month-end-is-due
             ADD 1 TO steps-skipped-count
             MOVE SPACES TO log-message-text
             STRING "STEP " step-idx " " step-name(step-idx)
                 " SKIPPED - MONTH-END IS NOT DUE"
                 DELIMITED BY SIZE INTO log-message-text
             PERFORM write-job-log
           ELSE
             IF highest-rc > step-max-rc(step-idx)
               MOVE "Y" TO stream-stopped
               MOVE "STOPPED" TO checkpoint-status
               MOVE SPACES TO log-message-text
               STRING "STEP " step-idx " " step-name(step-idx)
                   " NOT RUN - HIGHEST PRIOR RC " highest-rc
                   " EXCEEDS " step-max-rc(step-idx)
                   DELIMITED BY SIZE INTO log-message-text
               PERFORM write-job-log
             ELSE
               PERFORM execute-step
             END-IF
           END-IF
           .

       execute-step.
           PERFORM expand-step-parameters
           MOVE SPACES TO step-command
           IF interrupted-step-is-rerun
               AND step-restart-prefix(step-idx) NOT = SPACES
             STRING FUNCTION TRIM(step-program(step-idx)) " "
                 FUNCTION TRIM(step-restart-prefix(step-idx)) " "
                 FUNCTION TRIM(parameter-expanded)
                 DELIMITED BY SIZE INTO step-command
           ELSE
             STRING FUNCTION TRIM(step-program(step-idx)) " "
                 FUNCTION TRIM(parameter-expanded)
                 DELIMITED BY SIZE INTO step-command
           END-IF
           MOVE "N" TO interrupted-rerun
           MOVE "RUNNING" TO checkpoint-status
           PERFORM write-job-checkpoint
           MOVE SPACES TO log-message-text
           STRING "STEP " step-idx " " step-name(step-idx)
               " STARTED  " FUNCTION TRIM(step-command)
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-job-log

           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING step-command
           IF RETURN-CODE < 0
               OR FUNCTION MOD(RETURN-CODE, 256) NOT = 0
             MOVE 999 TO step-rc
           ELSE
             COMPUTE step-rc = RETURN-CODE / 256
               ON SIZE ERROR
                 MOVE 999 TO step-rc
             END-COMPUTE
           END-IF
           MOVE 0 TO RETURN-CODE

           ADD 1 TO steps-run-count
           IF step-rc > highest-rc
             MOVE step-rc TO highest-rc
           END-IF
           MOVE SPACES TO log-message-text
           STRING "STEP " step-idx " " step-name(step-idx)
               " COMPLETED  RC " step-rc
               DELIMITED BY SIZE INTO log-message-text
           PERFORM write-job-log

           PERFORM find-step-rc-limit
           IF step-rc > step-rc-limit
             MOVE "Y" TO stream-stopped
             MOVE "FAILED" TO checkpoint-status
             MOVE SPACES TO log-message-text
             STRING "STEP " step-idx " " step-name(step-idx)
                 " FAILED - RC " step-rc
                 " EXCEEDS " step-rc-limit
                 DELIMITED BY SIZE INTO log-message-text
             PERFORM write-job-log
           END-IF
           .

       find-step-rc-limit.
           MOVE step-max-rc(step-idx) TO step-rc-limit
           MOVE "N" TO later-step-found
           COMPUTE step-check-idx = step-idx + 1
           PERFORM UNTIL step-check-idx > step-count
               OR later-step-was-found
             IF NOT step-is-month-end(step-check-idx)
                 OR month-end-is-due
               MOVE step-max-rc(step-check-idx) TO step-rc-limit
               MOVE "Y" TO later-step-found
             END-IF
             ADD 1 TO step-check-idx
           END-PERFORM
           .

       expand-step-parameters.
           MOVE step-parameters(step-idx) TO parameter-source
           MOVE SPACES TO parameter-expanded
           MOVE 1 TO parameter-out-ptr
           MOVE 1 TO parameter-scan-idx
           PERFORM UNTIL parameter-scan-idx > 200
             EVALUATE TRUE
               WHEN parameter-source(parameter-scan-idx:5) = "&DATE"
                 STRING run-date-yyyymmdd
                     DELIMITED BY SIZE INTO parameter-expanded
                     WITH POINTER parameter-out-ptr
                 ADD 5 TO parameter-scan-idx
               WHEN parameter-source(parameter-scan-idx:6) = "&MONTH"
                 STRING run-date-yyyymmdd(1:6)
                     DELIMITED BY SIZE INTO parameter-expanded
                     WITH POINTER parameter-out-ptr
                 ADD 6 TO parameter-scan-idx
               WHEN OTHER
                 STRING parameter-source(parameter-scan-idx:1)
                     DELIMITED BY SIZE INTO parameter-expanded
                     WITH POINTER parameter-out-ptr
                 ADD 1 TO parameter-scan-idx
             END-EVALUATE
           END-PERFORM
           .

       write-job-log.
           MOVE FUNCTION CURRENT-DATE TO log-current-date
           MOVE SPACES TO log-timestamp
           STRING log-current-date(1:4) "-" log-current-date(5:2)
               "-" log-current-date(7:2) " " log-current-date(9:2)
               ":" log-current-date(11:2) ":" log-current-date(13:2)
               DELIMITED BY SIZE INTO log-timestamp
           MOVE SPACES TO job-log-record
           STRING log-timestamp " " FUNCTION TRIM(log-message-text)
               DELIMITED BY SIZE INTO job-log-record
           DISPLAY FUNCTION TRIM(job-log-record)
           OPEN EXTEND job-log-file
           IF NOT job-log-is-ok
             OPEN OUTPUT job-log-file
           END-IF
           WRITE job-log-record
           CLOSE job-log-file
           .
