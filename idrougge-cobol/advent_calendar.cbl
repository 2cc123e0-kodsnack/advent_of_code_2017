       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-Calendar.
      *DESCRIPTION. Keeper of the business calendar, calendar.dat
      *    (calendar.cpy), on behalf of Advent-Stage and
      *    Advent-Driver: says what kind of day a date is, or which
      *    business day follows it.
      *
      *    Called with an action, a date (YYYYMMDD), a result byte
      *    and a second date. Action 'D' describes the date; the
      *    result comes back:
      *        'W' a business day that the weekly steps run on
      *        'B' any other business day
      *        'H' a holiday
      *        'N' not listed but inside the calendar: a weekend
      *        'U' outside the calendar's span of dates
      *        'F' calendar.dat cannot be read
      *    Action 'N' finds the first business day after the date
      *    and returns it in the second date with result 'B', or
      *    result 'U' when the calendar lists no business day after
      *    it, or 'F' as above. Nothing is guessed beyond what the
      *    file says, so a calendar that has not been kept up to
      *    date stops the callers instead of waving the batch
      *    through. The file is read once, on the first call, and
      *    kept for the rest of the caller's run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT calendar-file ASSIGN TO 'calendar.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS calendar-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD calendar-file.
           COPY "calendar.cpy".
       WORKING-STORAGE SECTION.
       77  calendar-file-status  PIC XX.
       77  scan-index            PIC 9(04) VALUE ZERO.
       77  found-index           PIC 9(04) VALUE ZERO.
       77  first-listed-date     PIC X(08) VALUE HIGH-VALUES.
       77  last-listed-date      PIC X(08) VALUE LOW-VALUES.
       77  best-date             PIC X(08).
       01  switches.
           05  loaded-switch     PIC 9     VALUE 0.
           88  calendar-loaded             VALUE 1.
           05  unreadable-switch PIC 9     VALUE 0.
           88  calendar-unreadable         VALUE 1.
           05  eof-switch        PIC 9     VALUE 0.
           88  eof                         VALUE 1.
           05  table-full-switch PIC 9     VALUE 0.
           88  calendar-table-full         VALUE 1.
      * Room for some five years of business days and holidays.
       01  calendar-table.
           05  calendar-count    PIC 9(04) VALUE ZERO.
           05  calendar-entry    OCCURS 2000 TIMES.
               10  ce-date           PIC X(08).
               10  ce-day-type       PIC X.
               10  ce-weekly-flag    PIC X.
       LINKAGE SECTION.
       01  calendar-action       PIC X.
       01  calendar-date         PIC X(10).
       01  calendar-result       PIC X.
       01  calendar-next-date    PIC X(10).
       PROCEDURE DIVISION USING calendar-action calendar-date
               calendar-result calendar-next-date.
       Main.
           IF NOT calendar-loaded
               PERFORM Load-calendar
           END-IF
           MOVE SPACES TO calendar-next-date
           EVALUATE TRUE
               WHEN calendar-unreadable
                   MOVE 'F' TO calendar-result
               WHEN calendar-action EQUAL 'N'
                   PERFORM Find-next-business-day
               WHEN OTHER
                   PERFORM Describe-date
           END-EVALUATE
           GOBACK
       .

      * A missing or empty calendar describes nothing: every call
      * in the run is answered 'F' rather than with a guess.
       Load-calendar.
           SET calendar-loaded TO TRUE
           OPEN INPUT calendar-file
           IF calendar-file-status NOT EQUAL '00'
               SET calendar-unreadable TO TRUE
               DISPLAY 'Advent-Calendar: cannot open '
                   'calendar.dat, status ' calendar-file-status
           ELSE
               PERFORM UNTIL eof
                   READ calendar-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM Store-calendar-record
                   END-READ
               END-PERFORM
               CLOSE calendar-file
               IF calendar-count EQUAL ZERO
                   SET calendar-unreadable TO TRUE
                   DISPLAY 'Advent-Calendar: calendar.dat lists '
                       'no dates'
               END-IF
           END-IF
       .

      * A line that is not a dated business day or holiday is
      * skipped, so a comment or a typo cannot widen the span.
       Store-calendar-record.
           IF cal-date IS NUMERIC AND
               (cal-business-day OR cal-holiday)
               IF calendar-count LESS THAN 2000
                   ADD 1 TO calendar-count
                   MOVE cal-date TO ce-date(calendar-count)
                   MOVE cal-day-type TO ce-day-type(calendar-count)
                   MOVE cal-weekly-flag
                       TO ce-weekly-flag(calendar-count)
                   IF cal-date LESS THAN first-listed-date
                       MOVE cal-date TO first-listed-date
                   END-IF
                   IF cal-date GREATER THAN last-listed-date
                       MOVE cal-date TO last-listed-date
                   END-IF
               ELSE
                   IF NOT calendar-table-full
                       SET calendar-table-full TO TRUE
                       DISPLAY 'Advent-Calendar: more than 2000 '
                           'calendar dates, later dates ignored'
                   END-IF
               END-IF
           END-IF
       .

       Describe-date.
           IF calendar-date(1:8) LESS THAN first-listed-date OR
               calendar-date(1:8) GREATER THAN last-listed-date
               MOVE 'U' TO calendar-result
           ELSE
               MOVE ZERO TO found-index
               MOVE ZERO TO scan-index
               PERFORM Match-calendar-date
                   UNTIL scan-index NOT LESS THAN calendar-count
                       OR found-index NOT EQUAL ZERO
               EVALUATE TRUE
                   WHEN found-index EQUAL ZERO
                       MOVE 'N' TO calendar-result
                   WHEN ce-day-type(found-index) EQUAL 'H'
                       MOVE 'H' TO calendar-result
                   WHEN ce-weekly-flag(found-index) EQUAL 'W'
                       MOVE 'W' TO calendar-result
                   WHEN OTHER
                       MOVE 'B' TO calendar-result
               END-EVALUATE
           END-IF
       .

       Match-calendar-date.
           ADD 1 TO scan-index
           IF ce-date(scan-index) EQUAL calendar-date(1:8)
               MOVE scan-index TO found-index
           END-IF
       .

      * The file need not be in date order, so the whole table is
      * scanned for the earliest business day after the date.
       Find-next-business-day.
           MOVE HIGH-VALUES TO best-date
           MOVE ZERO TO scan-index
           PERFORM Check-later-business-day
               UNTIL scan-index NOT LESS THAN calendar-count
           IF best-date EQUAL HIGH-VALUES
               MOVE 'U' TO calendar-result
           ELSE
               MOVE 'B' TO calendar-result
               MOVE best-date TO calendar-next-date
           END-IF
       .

       Check-later-business-day.
           ADD 1 TO scan-index
           IF ce-day-type(scan-index) EQUAL 'B' AND
               ce-date(scan-index) GREATER THAN calendar-date(1:8) AND
               ce-date(scan-index) LESS THAN best-date
               MOVE ce-date(scan-index) TO best-date
           END-IF
       .

       END PROGRAM Advent-Calendar.
