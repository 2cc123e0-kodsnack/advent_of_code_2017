       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-Alert-Post.
      *DESCRIPTION. Appends one alert to the shared alert feed,
      *    alerts.dat, on behalf of the checking programs
      *    (Advent-Verify, Advent-Driver, Advent-Audit-Summary,
      *    Advent-Exc-Report and Advent-Step-Trend), so the pager
      *    reads one fixed-layout file instead of five reports.
      *
      *    Called with an alert-record (alertrec.cpy) whose source,
      *    severity, code, subject and message the caller has filled
      *    in, and a one-byte result. The alert is given the next
      *    alert number and today's date and time and is appended
      *    open; post-result comes back 'P'. When an alert with the
      *    same source, code and subject is still open and
      *    unacknowledged the repeat is not appended and post-result
      *    comes back 'S' - the nightly re-run of a check must not
      *    page again for trouble already paged and not yet seen to.
      *    An alert identical to one already filed, message and all,
      *    is suppressed the same way even once acknowledged, so a
      *    digest re-run over the same night does not page again for
      *    an event operations have already seen to.
      *    post-result 'E' means alerts.dat could not be read or
      *    written; the caller's own work is not failed for it, the
      *    same as a lost step-history record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT alert-file ASSIGN TO 'alerts.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS alert-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD alert-file.
      * The filed alert, alertrec.cpy's layout with only the columns
      * the suppression check reads named.
       01 filed-alert.
           05  fa-id             PIC 9(08).
           05  fa-source-program PIC X(20).
           05  fa-severity       PIC X.
           05  fa-code           PIC X(08).
           05  fa-subject        PIC X(16).
           05  fa-message        PIC X(60).
           05  FILLER            PIC X(18).
           05  fa-status         PIC X.
           05  FILLER            PIC X(28).
       WORKING-STORAGE SECTION.
       77  alert-file-status     PIC XX.
       77  last-alert-id         PIC 9(08) VALUE ZERO.
       77  filed-alert-id        PIC 9(08) VALUE ZERO.
       77  now-date              PIC X(10).
       77  now-time              PIC X(08).
       01  switches.
           05  eof-switch        PIC 9     VALUE 0.
           88  eof                         VALUE 1.
           05  repeat-switch     PIC 9     VALUE 0.
           88  repeat-of-open-alert        VALUE 1.
       LINKAGE SECTION.
           COPY "alertrec.cpy".
       01  post-result           PIC X.
       PROCEDURE DIVISION USING alert-record post-result.
       Main.
           MOVE 'E' TO post-result
           MOVE ZERO TO last-alert-id
           MOVE ZERO TO filed-alert-id
           MOVE 0 TO repeat-switch
           MOVE 0 TO eof-switch
           OPEN INPUT alert-file
           IF alert-file-status EQUAL '00'
               PERFORM UNTIL eof
                   READ alert-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM Check-filed-alert
                   END-READ
               END-PERFORM
               CLOSE alert-file
           ELSE
               IF alert-file-status NOT EQUAL '35'
                   DISPLAY 'Advent-Alert-Post: cannot read '
                       'alerts.dat, status ' alert-file-status
                   GOBACK
               END-IF
           END-IF
           IF repeat-of-open-alert
               MOVE 'S' TO post-result
               DISPLAY 'Advent-Alert-Post: ' alert-code ' '
                   alert-subject ' already filed as alert '
                   filed-alert-id ', repeat suppressed'
           ELSE
               PERFORM Append-alert
           END-IF
           GOBACK
       .

      * alerts.dat is append-only, so the last record carries the
      * highest alert number; the suppression check looks for an
      * open alert from the same source about the same thing, or
      * any earlier filing of the very same event.
       Check-filed-alert.
           IF fa-id IS NUMERIC
               IF fa-id GREATER THAN last-alert-id
                   MOVE fa-id TO last-alert-id
               END-IF
           END-IF
           IF fa-source-program EQUAL alert-source-program AND
               fa-code EQUAL alert-code AND
               fa-subject EQUAL alert-subject AND
               (fa-status EQUAL 'O' OR
                   fa-message EQUAL alert-message)
               SET repeat-of-open-alert TO TRUE
               MOVE fa-id TO filed-alert-id
           END-IF
       .

       Append-alert.
           ACCEPT now-date FROM DATE YYYYMMDD
           ACCEPT now-time FROM TIME
           COMPUTE alert-id = last-alert-id + 1
           MOVE now-date TO alert-date
           MOVE now-time TO alert-time
           MOVE 'O' TO alert-status
           MOVE SPACES TO alert-ack-by
           MOVE SPACES TO alert-ack-date
           MOVE SPACES TO alert-ack-time
           OPEN EXTEND alert-file
           IF alert-file-status EQUAL '35'
               OPEN OUTPUT alert-file
           END-IF
           IF alert-file-status NOT EQUAL '00'
               DISPLAY 'Advent-Alert-Post: cannot write '
                   'alerts.dat, status ' alert-file-status
                   ', alert ' alert-code ' ' alert-subject ' lost'
           ELSE
               WRITE filed-alert FROM alert-record
               CLOSE alert-file
               MOVE 'P' TO post-result
           END-IF
       .

       END PROGRAM Advent-Alert-Post.
