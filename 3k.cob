       IDENTIFICATION DIVISION.
       PROGRAM-ID. correct-suspense-groups.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transaction-file ASSIGN TO "3-corrtran.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS transaction-file-status.

           SELECT transaction-archive-file
               ASSIGN TO DYNAMIC transaction-archive-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS transaction-archive-status.

           SELECT suspense-file ASSIGN TO DYNAMIC suspense-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS suspense-file-status.

           SELECT journal-file ASSIGN TO "3-corrjrnl.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS journal-file-status.

           SELECT journal-work-file ASSIGN TO "3-corrwork.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS journal-work-file-status.

           SELECT correction-report-file ASSIGN TO "3-corrrpt.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS correction-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  transaction-file.
       01  transaction-record PIC X(400).

       FD  transaction-archive-file.
       01  transaction-archive-record PIC X(400).

       FD  suspense-file.
       01  suspense-record PIC X(300).

       FD  journal-file.
       01  journal-record PIC X(400).

       FD  journal-work-file.
       01  journal-work-record PIC X(400).

       FD  correction-report-file.
       01  correction-report-record PIC X(400).

       WORKING-STORAGE SECTION.
       01  transaction-file-status PIC 99.
           88  transaction-is-ok VALUE 0.
           88  transaction-end-of-file VALUE 10.

       01  transaction-archive-status PIC 99.
           88  transaction-archive-is-ok VALUE 0.

       01  suspense-file-status PIC 99.
           88  suspense-is-ok VALUE 0.
           88  suspense-end-of-file VALUE 10.

       01  journal-file-status PIC 99.
           88  journal-is-ok VALUE 0.
           88  journal-end-of-file VALUE 10.

       01  journal-work-file-status PIC 99.
           88  journal-work-is-ok VALUE 0.
           88  journal-work-end-of-file VALUE 10.

       01  correction-report-status PIC 99.
           88  correction-report-is-ok VALUE 0.

       01  command-line-parm        PIC X(200) VALUE SPACES.
       01  suspense-file-name       PIC X(100) VALUE "3-suspense.txt".
       01  transaction-archive-name PIC X(100) VALUE SPACES.
       01  run-date-yyyymmdd        PIC X(8)   VALUE SPACES.
       01  run-date-display         PIC X(10)  VALUE SPACES.

       01  suspense-line-buffer PIC X(300).
       01  suspense-group-fields REDEFINES suspense-line-buffer.
           05  sus-record-type PIC X(3).
           05  FILLER          PIC X(1).
           05  sus-file-name   PIC X(100).
           05  FILLER          PIC X(1).
           05  sus-line-from   PIC X(6).
           05  FILLER          PIC X(1).
           05  sus-line-to     PIC X(6).
           05  FILLER          PIC X(1).
           05  sus-reason      PIC X(10).
           05  FILLER          PIC X(171).
       01  suspense-member-fields REDEFINES suspense-line-buffer.
           05  FILLER          PIC X(4).
           05  sus-member-text PIC X(256).
           05  FILLER          PIC X(40).

       01  suspense-on-hand PIC X(1) VALUE "N".
           88  suspense-is-on-hand VALUE "Y".
       01  suspense-group-count PIC 9(4) VALUE 0.
       01  suspense-group-table.
           05  suspense-group-entry OCCURS 500 TIMES.
               10  sg-file-name    PIC X(100).
               10  sg-line-from    PIC X(6).
               10  sg-line-to      PIC X(6).
               10  sg-reason       PIC X(10).
               10  sg-member-count PIC 9(2).
       01  suspense-group-idx   PIC 9(4).
       01  suspense-group-match PIC 9(4) VALUE 0.
       01  suspense-scan-idx    PIC 9(4) VALUE 0.
       01  member-image-table.
           05  member-image OCCURS 20 TIMES PIC X(256).

       01  correction-count PIC 9(3) VALUE 0.
       01  correction-table.
           05  correction-entry OCCURS 500 TIMES.
               10  ct-correction-id PIC X(12).
               10  ct-status        PIC X(8).
               10  ct-maker         PIC X(12).
               10  ct-entered-date  PIC X(8).
               10  ct-checker       PIC X(12).
               10  ct-decided-date  PIC X(8).
               10  ct-line-from     PIC X(6).
               10  ct-line-to       PIC X(6).
               10  ct-file-name     PIC X(100).
               10  ct-new           PIC X(1).
                   88  ct-is-new VALUE "Y".
               10  ct-changed       PIC X(1).
                   88  ct-was-changed VALUE "Y".
               10  ct-member-extent PIC 9(2).
               10  ct-members-used  PIC X(20).
       01  correction-idx   PIC 9(3).
       01  correction-match PIC 9(3) VALUE 0.
       01  correction-full  PIC X(1) VALUE "N".
           88  correction-table-is-full VALUE "Y".
       01  search-correction-id PIC X(12) VALUE SPACES.

       01  new-image-count PIC 9(3) VALUE 0.
       01  new-image-table.
           05  new-image-entry OCCURS 400 TIMES.
               10  ni-correction-idx PIC 9(3).
               10  ni-member-no      PIC 9(2).
               10  ni-before-text    PIC X(256).
               10  ni-after-text     PIC X(256).
       01  new-image-idx PIC 9(3).

       01  tran-type-part   PIC X(10)  VALUE SPACES.
       01  tran-id-part     PIC X(20)  VALUE SPACES.
       01  tran-user-part   PIC X(20)  VALUE SPACES.
       01  tran-file-part   PIC X(100) VALUE SPACES.
       01  tran-from-part   PIC X(10)  VALUE SPACES.
       01  tran-to-part     PIC X(10)  VALUE SPACES.
       01  tran-member-part PIC X(10)  VALUE SPACES.
       01  tran-text-part   PIC X(256) VALUE SPACES.

       01  tran-type          PIC X(3)   VALUE SPACES.
       01  tran-correction-id PIC X(12)  VALUE SPACES.
       01  tran-user          PIC X(12)  VALUE SPACES.
       01  tran-file-name     PIC X(100) VALUE SPACES.
       01  tran-line-from     PIC X(6)   VALUE SPACES.
       01  tran-line-to       PIC X(6)   VALUE SPACES.
       01  tran-member-no     PIC 9(2)   VALUE 0.
       01  tran-before-text   PIC X(256) VALUE SPACES.
       01  tran-after-text    PIC X(256) VALUE SPACES.
       01  tran-refusal       PIC X(100) VALUE SPACES.
       01  tran-outcome       PIC X(200) VALUE SPACES.
       01  tran-line-number   PIC 9(6)   VALUE 0.
       01  tran-number-work   PIC 9(6)   VALUE 0.
       01  tran-extent        PIC 9(2)   VALUE 0.
       01  tran-field-length  PIC 9(4)   VALUE 0.

       01  journal-changed PIC X(1) VALUE "N".
           88  journal-was-changed VALUE "Y".

       01  accepted-count     PIC 9(4) VALUE 0.
       01  refused-count      PIC 9(4) VALUE 0.
       01  entered-count      PIC 9(4) VALUE 0.
       01  approved-count     PIC 9(4) VALUE 0.
       01  rejected-count     PIC 9(4) VALUE 0.
       01  pending-count      PIC 9(4) VALUE 0.
       01  in-force-count     PIC 9(4) VALUE 0.

       COPY corrjrnl.

       PROCEDURE DIVISION.
       main.
           ACCEPT command-line-parm FROM COMMAND-LINE
           IF FUNCTION TRIM(command-line-parm) NOT = SPACES
             MOVE FUNCTION TRIM(command-line-parm)
                 TO suspense-file-name
           END-IF

           ACCEPT run-date-yyyymmdd FROM DATE YYYYMMDD
           STRING run-date-yyyymmdd(1:4) "-" run-date-yyyymmdd(5:2)
               "-" run-date-yyyymmdd(7:2)
               DELIMITED BY SIZE INTO run-date-display

           PERFORM read-correction-journal
           IF correction-table-is-full
             DISPLAY "The correction journal holds more than 500 "
                 "corrections - no transactions applied"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM read-suspense-groups

           OPEN OUTPUT correction-report-file
           MOVE SPACES TO correction-report-record
           STRING "SUSPENSE CORRECTION RUN  SUSPENSE FILE: "
               FUNCTION TRIM(suspense-file-name)
               "  RUN DATE: " run-date-display
               DELIMITED BY SIZE INTO correction-report-record
           WRITE correction-report-record
           IF NOT suspense-is-on-hand
             MOVE SPACES TO correction-report-record
             STRING "SUSPENSE FILE NOT ON HAND - CORRECTIONS "
                 "CANNOT BE ENTERED"
                 DELIMITED BY SIZE INTO correction-report-record
             WRITE correction-report-record
           END-IF

           MOVE SPACES TO correction-report-record
           WRITE correction-report-record
           MOVE SPACES TO correction-report-record
           MOVE "TRANSACTIONS" TO correction-report-record
           WRITE correction-report-record
           PERFORM apply-correction-transactions

           PERFORM write-open-corrections

           MOVE SPACES TO correction-report-record
           WRITE correction-report-record
           MOVE SPACES TO correction-report-record
           STRING "TOTALS  TRANSACTIONS: " tran-line-number
               "  ACCEPTED: " accepted-count
               "  REFUSED: " refused-count
               "  ENTERED: " entered-count
               "  APPROVED: " approved-count
               "  REJECTED: " rejected-count
               "  PENDING: " pending-count
               DELIMITED BY SIZE INTO correction-report-record
           WRITE correction-report-record
           CLOSE correction-report-file

           IF journal-was-changed
             PERFORM rewrite-correction-journal
           END-IF
           IF tran-line-number > 0
             PERFORM archive-correction-transactions
           END-IF

           DISPLAY "SUSPENSE CORRECTIONS  TRANSACTIONS: "
               tran-line-number
               "  ACCEPTED: " accepted-count
               "  REFUSED: " refused-count
               "  PENDING APPROVAL: " pending-count
           IF refused-count > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       read-correction-journal.
           MOVE 0 TO correction-count
           OPEN INPUT journal-file
           IF journal-is-ok
             PERFORM UNTIL journal-end-of-file
               READ journal-file
               IF journal-is-ok
                 MOVE journal-record TO correction-line-buffer
                 IF correction-line-buffer(1:4) = "CRH="
                   IF correction-count < 500
                     ADD 1 TO correction-count
                     PERFORM load-correction-entry
                   ELSE
                     MOVE "Y" TO correction-full
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE journal-file
           END-IF
           .

       load-correction-entry.
           MOVE crh-correction-id
               TO ct-correction-id(correction-count)
           MOVE crh-status TO ct-status(correction-count)
           MOVE crh-maker TO ct-maker(correction-count)
           MOVE crh-entered-date TO ct-entered-date(correction-count)
           MOVE crh-checker TO ct-checker(correction-count)
           MOVE crh-decided-date TO ct-decided-date(correction-count)
           MOVE crh-line-from TO ct-line-from(correction-count)
           MOVE crh-line-to TO ct-line-to(correction-count)
           MOVE crh-file-name TO ct-file-name(correction-count)
           MOVE "N" TO ct-new(correction-count)
           MOVE "N" TO ct-changed(correction-count)
           MOVE 0 TO ct-member-extent(correction-count)
           MOVE SPACES TO ct-members-used(correction-count)
           .

       read-suspense-groups.
           MOVE 0 TO suspense-group-count
           OPEN INPUT suspense-file
           IF suspense-is-ok
             MOVE "Y" TO suspense-on-hand
             PERFORM UNTIL suspense-end-of-file
               READ suspense-file
               IF suspense-is-ok
                 MOVE suspense-record TO suspense-line-buffer
                 PERFORM load-suspense-group-line
               END-IF
             END-PERFORM
             CLOSE suspense-file
           ELSE
             DISPLAY "The suspense file could not be opened: "
                 FUNCTION TRIM(suspense-file-name)
           END-IF
           .

       load-suspense-group-line.
           IF sus-record-type = "SUS"
             IF suspense-group-count < 500
               ADD 1 TO suspense-group-count
               MOVE sus-file-name
                   TO sg-file-name(suspense-group-count)
               MOVE sus-line-from
                   TO sg-line-from(suspense-group-count)
               MOVE sus-line-to TO sg-line-to(suspense-group-count)
               MOVE sus-reason TO sg-reason(suspense-group-count)
               MOVE 0 TO sg-member-count(suspense-group-count)
             END-IF
           ELSE
             IF sus-record-type = "MEM" AND suspense-group-count > 0
               IF sg-member-count(suspense-group-count) < 20
                 ADD 1 TO sg-member-count(suspense-group-count)
               END-IF
             END-IF
           END-IF
           .

       apply-correction-transactions.
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
             MOVE SPACES TO correction-report-record
             MOVE "NO CORRECTION TRANSACTIONS ON HAND"
                 TO correction-report-record
             WRITE correction-report-record
           END-IF
           .

       apply-one-transaction.
           MOVE SPACES TO tran-type-part
           MOVE SPACES TO tran-id-part
           MOVE SPACES TO tran-user-part
           MOVE SPACES TO tran-file-part
           MOVE SPACES TO tran-from-part
           MOVE SPACES TO tran-to-part
           MOVE SPACES TO tran-member-part
           MOVE SPACES TO tran-text-part
           UNSTRING transaction-record DELIMITED BY ","
               INTO tran-type-part tran-id-part tran-user-part
                    tran-file-part tran-from-part tran-to-part
                    tran-member-part tran-text-part
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(tran-type-part))
               TO tran-type
           MOVE FUNCTION TRIM(tran-id-part) TO tran-correction-id
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(tran-user-part))
               TO tran-user
           MOVE SPACES TO tran-refusal
           MOVE SPACES TO tran-outcome
           MOVE SPACES TO tran-before-text
           MOVE SPACES TO tran-after-text

           IF tran-correction-id = SPACES OR tran-user = SPACES
             MOVE "CORRECTION ID AND USER ID ARE REQUIRED"
                 TO tran-refusal
           ELSE
             MOVE FUNCTION BYTE-LENGTH(FUNCTION TRIM(tran-id-part))
                 TO tran-field-length
             IF tran-field-length > 12
               MOVE "CORRECTION ID IS LONGER THAN 12 CHARACTERS"
                   TO tran-refusal
             END-IF
             MOVE FUNCTION BYTE-LENGTH(FUNCTION TRIM(tran-user-part))
                 TO tran-field-length
             IF tran-field-length > 12
               MOVE "USER ID IS LONGER THAN 12 CHARACTERS"
                   TO tran-refusal
             END-IF
           END-IF

           IF tran-refusal = SPACES
             EVALUATE tran-type
               WHEN "COR"
                 PERFORM enter-correction-line
               WHEN "APR"
                 PERFORM approve-correction
               WHEN "REJ"
                 PERFORM reject-correction
               WHEN OTHER
                 MOVE "TRANSACTION TYPE MUST BE COR, APR OR REJ"
                     TO tran-refusal
             END-EVALUATE
           END-IF

           MOVE SPACES TO correction-report-record
           IF tran-refusal = SPACES
             ADD 1 TO accepted-count
             STRING tran-line-number " ACCEPTED "
                 tran-type " " FUNCTION TRIM(tran-correction-id)
                 " BY " FUNCTION TRIM(tran-user)
                 " - " FUNCTION TRIM(tran-outcome)
                 DELIMITED BY SIZE INTO correction-report-record
             WRITE correction-report-record
             IF tran-type = "COR"
               PERFORM write-transaction-images
             END-IF
           ELSE
             ADD 1 TO refused-count
             STRING tran-line-number " REFUSED  "
                 FUNCTION TRIM(transaction-record)
                 DELIMITED BY SIZE INTO correction-report-record
             WRITE correction-report-record
             MOVE SPACES TO correction-report-record
             STRING "       REASON: " FUNCTION TRIM(tran-refusal)
                 DELIMITED BY SIZE INTO correction-report-record
             WRITE correction-report-record
           END-IF
           .

       enter-correction-line.
           MOVE FUNCTION TRIM(tran-file-part) TO tran-file-name
           IF tran-file-name = SPACES
               OR tran-from-part = SPACES
               OR tran-to-part = SPACES
               OR tran-member-part = SPACES
             MOVE "FILE, LINE RANGE AND MEMBER NUMBER ARE REQUIRED"
                 TO tran-refusal
           ELSE
             IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(tran-from-part))
                 NOT = 0
                 OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(tran-to-part))
                 NOT = 0
                 OR FUNCTION TEST-NUMVAL(
                     FUNCTION TRIM(tran-member-part)) NOT = 0
               MOVE "LINE RANGE AND MEMBER NUMBER MUST BE NUMERIC"
                   TO tran-refusal
             END-IF
           END-IF

           IF tran-refusal = SPACES
             COMPUTE tran-number-work =
                 FUNCTION NUMVAL(FUNCTION TRIM(tran-from-part))
               ON SIZE ERROR
                 MOVE "LINE RANGE IS OUT OF RANGE" TO tran-refusal
             END-COMPUTE
             MOVE tran-number-work TO tran-line-from
             COMPUTE tran-number-work =
                 FUNCTION NUMVAL(FUNCTION TRIM(tran-to-part))
               ON SIZE ERROR
                 MOVE "LINE RANGE IS OUT OF RANGE" TO tran-refusal
             END-COMPUTE
             MOVE tran-number-work TO tran-line-to
             COMPUTE tran-member-no =
                 FUNCTION NUMVAL(FUNCTION TRIM(tran-member-part))
               ON SIZE ERROR
                 MOVE 0 TO tran-member-no
             END-COMPUTE
             IF tran-member-no < 1 OR tran-member-no > 20
               MOVE "MEMBER NUMBER MUST BE FROM 1 TO 20"
                   TO tran-refusal
             END-IF
             MOVE FUNCTION TRIM(tran-text-part) TO tran-after-text
             IF tran-after-text = SPACES
               MOVE "AFTER IMAGE IS BLANK" TO tran-refusal
             END-IF
           END-IF

           IF tran-refusal = SPACES
             IF NOT suspense-is-on-hand
               MOVE "SUSPENSE FILE IS NOT ON HAND" TO tran-refusal
             ELSE
               PERFORM find-suspense-group
               IF suspense-group-match = 0
                 MOVE "NO SUSPENSE GROUP FOR THIS FILE AND LINE RANGE"
                     TO tran-refusal
               END-IF
             END-IF
           END-IF

           IF tran-refusal = SPACES
             MOVE tran-correction-id TO search-correction-id
             PERFORM find-correction-entry
             IF correction-match > 0
               PERFORM check-correction-continuation
             ELSE
               PERFORM check-group-has-no-open-correction
             END-IF
           END-IF

           IF tran-refusal = SPACES
             IF correction-match > 0
               MOVE ct-member-extent(correction-match) TO tran-extent
               IF ct-members-used(correction-match)
                   (tran-member-no:1) = "Y"
                 MOVE "MEMBER IS ALREADY CHANGED BY THIS CORRECTION"
                     TO tran-refusal
               END-IF
             ELSE
               MOVE sg-member-count(suspense-group-match)
                   TO tran-extent
             END-IF
             IF tran-member-no > tran-extent + 1
               MOVE "MEMBER NUMBER IS BEYOND THE END OF THE GROUP"
                   TO tran-refusal
             END-IF
             IF new-image-count = 400
               MOVE "TOO MANY MEMBER CHANGES IN ONE RUN"
                   TO tran-refusal
             END-IF
           END-IF

           IF tran-refusal = SPACES
             IF tran-member-no
                 NOT > sg-member-count(suspense-group-match)
               PERFORM load-suspense-members
               MOVE member-image(tran-member-no) TO tran-before-text
             END-IF
             IF tran-before-text = tran-after-text
               MOVE "AFTER IMAGE IS THE SAME AS THE BEFORE IMAGE"
                   TO tran-refusal
             END-IF
           END-IF

           IF tran-refusal = SPACES
             IF correction-match = 0
               PERFORM add-correction-entry
             END-IF
             MOVE "Y" TO ct-members-used(correction-match)
                 (tran-member-no:1)
             IF tran-member-no > ct-member-extent(correction-match)
               MOVE tran-member-no
                   TO ct-member-extent(correction-match)
             END-IF
             ADD 1 TO new-image-count
             MOVE correction-match
                 TO ni-correction-idx(new-image-count)
             MOVE tran-member-no TO ni-member-no(new-image-count)
             MOVE tran-before-text TO ni-before-text(new-image-count)
             MOVE tran-after-text TO ni-after-text(new-image-count)
             MOVE "Y" TO journal-changed
             STRING "MEMBER " tran-member-no
                 " OF " FUNCTION TRIM(tran-file-name)
                 " LINES " tran-line-from "-" tran-line-to
                 " CHANGED - PENDING APPROVAL"
                 DELIMITED BY SIZE INTO tran-outcome
           END-IF
           .

       check-correction-continuation.
           IF NOT ct-is-new(correction-match)
             MOVE "CORRECTION ID IS ALREADY ON THE JOURNAL"
                 TO tran-refusal
           ELSE
             IF ct-maker(correction-match) NOT = tran-user
               MOVE "CORRECTION ID WAS ENTERED BY ANOTHER USER"
                   TO tran-refusal
             ELSE
               IF ct-file-name(correction-match) NOT = tran-file-name
                   OR ct-line-from(correction-match)
                   NOT = tran-line-from
                   OR ct-line-to(correction-match) NOT = tran-line-to
                 MOVE "CORRECTION ID BELONGS TO ANOTHER SUSPENSE GROUP"
                     TO tran-refusal
               ELSE
                 IF ct-status(correction-match) NOT = "PENDING"
                   MOVE "CORRECTION IS NO LONGER PENDING"
                       TO tran-refusal
                 END-IF
               END-IF
             END-IF
           END-IF
           .

       check-group-has-no-open-correction.
           MOVE 1 TO correction-idx
           PERFORM UNTIL correction-idx > correction-count
               OR tran-refusal NOT = SPACES
             IF ct-file-name(correction-idx) = tran-file-name
                 AND ct-line-from(correction-idx) = tran-line-from
                 AND ct-line-to(correction-idx) = tran-line-to
                 AND (ct-status(correction-idx) = "PENDING"
                   OR ct-status(correction-idx) = "APPROVED")
               STRING "GROUP ALREADY HAS OPEN CORRECTION "
                   FUNCTION TRIM(ct-correction-id(correction-idx))
                   DELIMITED BY SIZE INTO tran-refusal
             END-IF
             ADD 1 TO correction-idx
           END-PERFORM
           IF tran-refusal = SPACES AND correction-count = 500
             MOVE "CORRECTION JOURNAL IS FULL" TO tran-refusal
           END-IF
           .

       add-correction-entry.
           ADD 1 TO correction-count
           MOVE correction-count TO correction-match
           MOVE tran-correction-id
               TO ct-correction-id(correction-match)
           MOVE "PENDING" TO ct-status(correction-match)
           MOVE tran-user TO ct-maker(correction-match)
           MOVE run-date-yyyymmdd TO ct-entered-date(correction-match)
           MOVE SPACES TO ct-checker(correction-match)
           MOVE SPACES TO ct-decided-date(correction-match)
           MOVE tran-line-from TO ct-line-from(correction-match)
           MOVE tran-line-to TO ct-line-to(correction-match)
           MOVE tran-file-name TO ct-file-name(correction-match)
           MOVE "Y" TO ct-new(correction-match)
           MOVE "N" TO ct-changed(correction-match)
           MOVE sg-member-count(suspense-group-match)
               TO ct-member-extent(correction-match)
           MOVE SPACES TO ct-members-used(correction-match)
           ADD 1 TO entered-count
           .

       find-suspense-group.
           MOVE 0 TO suspense-group-match
           MOVE 1 TO suspense-group-idx
           PERFORM UNTIL suspense-group-idx > suspense-group-count
               OR suspense-group-match > 0
             IF sg-file-name(suspense-group-idx) = tran-file-name
                 AND sg-line-from(suspense-group-idx) = tran-line-from
                 AND sg-line-to(suspense-group-idx) = tran-line-to
               MOVE suspense-group-idx TO suspense-group-match
             END-IF
             ADD 1 TO suspense-group-idx
           END-PERFORM
           .

       load-suspense-members.
           MOVE SPACES TO member-image-table
           MOVE 0 TO suspense-scan-idx
           MOVE 0 TO suspense-group-idx
           OPEN INPUT suspense-file
           IF suspense-is-ok
             PERFORM UNTIL suspense-end-of-file
               READ suspense-file
               IF suspense-is-ok
                 MOVE suspense-record TO suspense-line-buffer
                 IF sus-record-type = "SUS"
                   ADD 1 TO suspense-scan-idx
                 ELSE
                   IF sus-record-type = "MEM"
                       AND suspense-scan-idx = suspense-group-match
                       AND suspense-group-idx < 20
                     ADD 1 TO suspense-group-idx
                     MOVE FUNCTION TRIM(sus-member-text)
                         TO member-image(suspense-group-idx)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE suspense-file
           END-IF
           .

       find-correction-entry.
           MOVE 0 TO correction-match
           MOVE 1 TO correction-idx
           PERFORM UNTIL correction-idx > correction-count
             IF ct-correction-id(correction-idx) = search-correction-id
               MOVE correction-idx TO correction-match
             END-IF
             ADD 1 TO correction-idx
           END-PERFORM
           .

       approve-correction.
           MOVE tran-correction-id TO search-correction-id
           PERFORM find-correction-entry
           IF correction-match = 0
             MOVE "CORRECTION ID IS NOT ON THE JOURNAL" TO tran-refusal
           ELSE
             IF ct-status(correction-match) NOT = "PENDING"
               STRING "CORRECTION IS "
                   FUNCTION TRIM(ct-status(correction-match))
                   " - ONLY A PENDING CORRECTION CAN BE APPROVED"
                   DELIMITED BY SIZE INTO tran-refusal
             ELSE
               IF ct-maker(correction-match) = tran-user
                 MOVE "APPROVER MUST BE A DIFFERENT USER FROM THE MAKER"
                     TO tran-refusal
               ELSE
                 MOVE "APPROVED" TO ct-status(correction-match)
                 MOVE tran-user TO ct-checker(correction-match)
                 MOVE run-date-yyyymmdd
                     TO ct-decided-date(correction-match)
                 MOVE "Y" TO ct-changed(correction-match)
                 MOVE "Y" TO journal-changed
                 ADD 1 TO approved-count
                 STRING "CORRECTION ENTERED BY "
                     FUNCTION TRIM(ct-maker(correction-match))
                     " APPROVED FOR "
                     FUNCTION TRIM(ct-file-name(correction-match))
                     " LINES " ct-line-from(correction-match)
                     "-" ct-line-to(correction-match)
                     DELIMITED BY SIZE INTO tran-outcome
               END-IF
             END-IF
           END-IF
           .

       reject-correction.
           MOVE tran-correction-id TO search-correction-id
           PERFORM find-correction-entry
           IF correction-match = 0
             MOVE "CORRECTION ID IS NOT ON THE JOURNAL" TO tran-refusal
           ELSE
             EVALUATE ct-status(correction-match)
               WHEN "PENDING"
                 MOVE "REJECTED" TO ct-status(correction-match)
               WHEN "APPROVED"
                 MOVE "REVOKED" TO ct-status(correction-match)
               WHEN OTHER
                 STRING "CORRECTION IS ALREADY "
                     FUNCTION TRIM(ct-status(correction-match))
                     DELIMITED BY SIZE INTO tran-refusal
             END-EVALUATE
             IF tran-refusal = SPACES
               MOVE tran-user TO ct-checker(correction-match)
               MOVE run-date-yyyymmdd
                   TO ct-decided-date(correction-match)
               MOVE "Y" TO ct-changed(correction-match)
               MOVE "Y" TO journal-changed
               ADD 1 TO rejected-count
               STRING "CORRECTION "
                   FUNCTION TRIM(ct-status(correction-match))
                   " - IT WILL NOT BE APPLIED BY REPROCESS"
                   DELIMITED BY SIZE INTO tran-outcome
             END-IF
           END-IF
           .

       write-transaction-images.
           MOVE SPACES TO correction-report-record
           STRING "       BEFORE: " FUNCTION TRIM(tran-before-text)
               DELIMITED BY SIZE INTO correction-report-record
           IF tran-before-text = SPACES
             MOVE "       BEFORE: (MEMBER ADDED)"
                 TO correction-report-record
           END-IF
           WRITE correction-report-record
           MOVE SPACES TO correction-report-record
           STRING "       AFTER:  " FUNCTION TRIM(tran-after-text)
               DELIMITED BY SIZE INTO correction-report-record
           WRITE correction-report-record
           .

       write-open-corrections.
           MOVE SPACES TO correction-report-record
           WRITE correction-report-record
           MOVE SPACES TO correction-report-record
           MOVE "CORRECTIONS AWAITING APPROVAL"
               TO correction-report-record
           WRITE correction-report-record
           MOVE 0 TO pending-count
           MOVE 0 TO in-force-count
           MOVE 1 TO correction-idx
           PERFORM UNTIL correction-idx > correction-count
             IF ct-status(correction-idx) = "PENDING"
               ADD 1 TO pending-count
               MOVE SPACES TO correction-report-record
               STRING FUNCTION TRIM(ct-correction-id(correction-idx))
                   " FILE "
                   FUNCTION TRIM(ct-file-name(correction-idx))
                   " LINES " ct-line-from(correction-idx)
                   "-" ct-line-to(correction-idx)
                   " MAKER " FUNCTION TRIM(ct-maker(correction-idx))
                   " ENTERED " ct-entered-date(correction-idx)
                   DELIMITED BY SIZE INTO correction-report-record
               WRITE correction-report-record
             END-IF
             IF ct-status(correction-idx) = "APPROVED"
               ADD 1 TO in-force-count
             END-IF
             ADD 1 TO correction-idx
           END-PERFORM
           IF pending-count = 0
             MOVE SPACES TO correction-report-record
             MOVE "NONE" TO correction-report-record
             WRITE correction-report-record
           END-IF
           MOVE SPACES TO correction-report-record
           STRING "APPROVED CORRECTIONS AVAILABLE TO REPROCESS: "
               in-force-count
               DELIMITED BY SIZE INTO correction-report-record
           WRITE correction-report-record
           .

       rewrite-correction-journal.
           OPEN OUTPUT journal-work-file
           OPEN INPUT journal-file
           IF journal-is-ok
             PERFORM UNTIL journal-end-of-file
               READ journal-file
               IF journal-is-ok
                 MOVE journal-record TO correction-line-buffer
                 IF correction-line-buffer(1:4) = "CRH="
                   PERFORM apply-journal-decision
                 END-IF
                 MOVE correction-line-buffer TO journal-work-record
                 WRITE journal-work-record
               END-IF
             END-PERFORM
             CLOSE journal-file
           END-IF
           MOVE 1 TO correction-idx
           PERFORM write-new-correction
               UNTIL correction-idx > correction-count
           CLOSE journal-work-file

           OPEN INPUT journal-work-file
           OPEN OUTPUT journal-file
           PERFORM UNTIL journal-work-end-of-file
             READ journal-work-file
             IF journal-work-is-ok
               MOVE journal-work-record TO journal-record
               WRITE journal-record
             END-IF
           END-PERFORM
           CLOSE journal-file
           CLOSE journal-work-file
           DELETE FILE journal-work-file
           .

       apply-journal-decision.
           MOVE crh-correction-id TO search-correction-id
           PERFORM find-correction-entry
           IF correction-match > 0
             IF ct-was-changed(correction-match)
                 AND NOT ct-is-new(correction-match)
               MOVE ct-status(correction-match) TO crh-status
               MOVE ct-checker(correction-match) TO crh-checker
               MOVE ct-decided-date(correction-match)
                   TO crh-decided-date
             END-IF
           END-IF
           .

       write-new-correction.
           IF ct-is-new(correction-idx)
             MOVE SPACES TO correction-line-buffer
             STRING "CRH=" ct-correction-id(correction-idx)
                 " STATUS=" ct-status(correction-idx)
                 " MAKER=" ct-maker(correction-idx)
                 " ENTERED=" ct-entered-date(correction-idx)
                 " CHECKER=" ct-checker(correction-idx)
                 " DECIDED=" ct-decided-date(correction-idx)
                 " FROM=" ct-line-from(correction-idx)
                 " TO=" ct-line-to(correction-idx)
                 " FILE=" ct-file-name(correction-idx)
                 DELIMITED BY SIZE INTO correction-line-buffer
             MOVE correction-line-buffer TO journal-work-record
             WRITE journal-work-record
             MOVE 1 TO new-image-idx
             PERFORM write-new-correction-images
                 UNTIL new-image-idx > new-image-count
           END-IF
           ADD 1 TO correction-idx
           .

       write-new-correction-images.
           IF ni-correction-idx(new-image-idx) = correction-idx
             MOVE SPACES TO correction-line-buffer
             STRING "CRB=" ct-correction-id(correction-idx)
                 " MEMBER=" ni-member-no(new-image-idx)
                 " TEXT=" ni-before-text(new-image-idx)
                 DELIMITED BY SIZE INTO correction-line-buffer
             MOVE correction-line-buffer TO journal-work-record
             WRITE journal-work-record
             MOVE SPACES TO correction-line-buffer
             STRING "CRA=" ct-correction-id(correction-idx)
                 " MEMBER=" ni-member-no(new-image-idx)
                 " TEXT=" ni-after-text(new-image-idx)
                 DELIMITED BY SIZE INTO correction-line-buffer
             MOVE correction-line-buffer TO journal-work-record
             WRITE journal-work-record
           END-IF
           ADD 1 TO new-image-idx
           .

       archive-correction-transactions.
           MOVE SPACES TO transaction-archive-name
           STRING "3-corrtran-" run-date-yyyymmdd ".txt"
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
           DISPLAY "CORRECTION TRANSACTIONS MOVED TO "
               FUNCTION TRIM(transaction-archive-name)
           .
