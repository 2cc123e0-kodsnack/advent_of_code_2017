      *    and - most importantly - a drift alert whenever two runs
      *    of the same program against the same input file produced
      *    different summa values, the earliest sign that an input
      *    file was silently replaced or truncated. Runs are paired
      *    on the landing file name: the dated staging snapshot a
      *    day program reads (name.YYYYMMDD.stg) pairs with the same
      *    input's snapshots from other nights. A drift alert
      *    also sets RETURN-CODE 2 so a scheduled digest pages
      *    operations instead of scrolling past. The drift found on
      *    the latest run date in the log is also posted to the
      *    alert feed, one warning per program, through
      *    Advent-Alert-Post; older drift has been posted by an
      *    earlier digest and is only reported.
      *
      *    Audit log file name comes from the command line, then
      *    from environment variable AUDIT_LOG_FILE, then defaults
       77  drift-count           PIC 9(05) VALUE ZERO.
       77  scan-index            PIC 999   VALUE ZERO.
       77  found-index           PIC 999   VALUE ZERO.
       77  drift-index           PIC 999   VALUE ZERO.
       77  pending-index         PIC 99    VALUE ZERO.
       77  name-length           PIC 999   VALUE ZERO.
       77  pair-input-file       PIC X(100) VALUE SPACES.
       77  latest-run-date       PIC X(10) VALUE SPACES.
       77  post-result           PIC X.
       01  switches.
           05  eof-switch        PIC 9     VALUE 0.
           88  eof                         VALUE 1.
               10  dr-summa      PIC 9(10).
               10  dr-run-date   PIC X(10).
               10  dr-run-time   PIC X(08).
      * Drift waiting to be posted: the whole log is re-digested
      * every run, so only what was found on the latest run date is
      * news for the alert feed, and that date is known only at
      * the end.
       01  pending-alert-table.
           05  pending-count     PIC 99    VALUE ZERO.
           05  pending-entry     OCCURS 50 TIMES.
               10  pa-program    PIC X(12).
               10  pa-run-date   PIC X(10).
               10  pa-message    PIC X(60).
       COPY "alertrec.cpy".
       PROCEDURE DIVISION.
       Main.
           PERFORM Determine-run-parameters
           PERFORM Write-program-section
           PERFORM Write-drift-summary
           CLOSE report-file
           MOVE ZERO TO scan-index
           PERFORM Post-drift-alert
               UNTIL scan-index NOT LESS THAN pending-count
           IF drift-count NOT EQUAL ZERO
               DISPLAY 'Advent-Audit-Summary: ' drift-count
                   ' drift alerts, see auditsum.rpt'
               CONTINUE
           ELSE
               ADD 1 TO record-count
               IF audit-run-date GREATER THAN latest-run-date
                   MOVE audit-run-date TO latest-run-date
               END-IF
               PERFORM Tally-day-entry
               PERFORM Tally-program-entry
               PERFORM Check-for-drift
      * us. The remembered summa then moves forward so a corrected
      * file does not keep alerting against the stale value.
       Check-for-drift.
           PERFORM Find-pair-input-file
           MOVE ZERO TO found-index
           MOVE ZERO TO scan-index
           PERFORM Match-drift-entry
                   ADD 1 TO drift-pair-count
                   MOVE audit-program-id
                       TO dr-program(drift-pair-count)
                   MOVE pair-input-file
                       TO dr-input-file(drift-pair-count)
                   MOVE audit-summa TO dr-summa(drift-pair-count)
                   MOVE audit-run-date
                   PERFORM Report-drift-table-full
               END-IF
           ELSE
               MOVE found-index TO drift-index
               IF dr-summa(drift-index) NOT EQUAL audit-summa
                   ADD 1 TO drift-count
                   PERFORM Write-drift-alert
               END-IF
               MOVE audit-summa TO dr-summa(drift-index)
               MOVE audit-run-date TO dr-run-date(drift-index)
               MOVE audit-run-time TO dr-run-time(drift-index)
           END-IF
       .

      * A staged input reaches the audit log under its snapshot
      * name, the landing name with '.YYYYMMDD.stg' added, which
      * changes every night; the pair is kept on the landing name
      * so one night's run meets the next. Any other name pairs
      * as it stands.
       Find-pair-input-file.
           MOVE audit-input-file TO pair-input-file
           MOVE 100 TO name-length
           PERFORM Trim-name-space
               UNTIL name-length EQUAL ZERO OR
                   audit-input-file(name-length:1) NOT EQUAL SPACE
           IF name-length GREATER THAN 13
               IF audit-input-file(name-length - 3:4) EQUAL '.stg'
                   AND audit-input-file(name-length - 12:1) EQUAL '.'
                   AND audit-input-file(name-length - 11:8) IS NUMERIC
                   MOVE SPACES TO pair-input-file
                   MOVE audit-input-file(1:name-length - 13)
                       TO pair-input-file
               END-IF
           END-IF
       .

       Trim-name-space.
           SUBTRACT 1 FROM name-length
       .

      * A full table stops growing rather than indexing past its
      * OCCURS ceiling, and the shortfall is reported once on the
      * report instead of being left silent.
       Match-drift-entry.
           ADD 1 TO scan-index
           IF dr-program(scan-index) EQUAL audit-program-id AND
               dr-input-file(scan-index) EQUAL pair-input-file
               MOVE scan-index TO found-index
           END-IF
       .
           MOVE SPACES TO report-line
           STRING 'DRIFT  ' audit-program-id
               ' ' audit-input-file(1:40)
               ' summa ' dr-summa(drift-index)
               ' (' dr-run-date(drift-index)
               ' ' dr-run-time(drift-index)
               ') -> ' audit-summa
               ' (' audit-run-date
               ' ' audit-run-time ')'
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           PERFORM Hold-drift-alert
       .

      * Later drift for the same program on the same date replaces
      * the held message, so the alert carries the newest values.
       Hold-drift-alert.
           MOVE ZERO TO pending-index
           MOVE ZERO TO scan-index
           PERFORM Match-pending-alert
               UNTIL scan-index NOT LESS THAN pending-count
                   OR pending-index NOT EQUAL ZERO
           IF pending-index EQUAL ZERO AND pending-count LESS THAN 50
               ADD 1 TO pending-count
               MOVE pending-count TO pending-index
           END-IF
           IF pending-index NOT EQUAL ZERO
               MOVE audit-program-id TO pa-program(pending-index)
               MOVE audit-run-date TO pa-run-date(pending-index)
               MOVE SPACES TO pa-message(pending-index)
               STRING 'SUMMA ' dr-summa(drift-index)
                   ' -> ' audit-summa ' ON ' audit-run-date
                   DELIMITED BY SIZE INTO pa-message(pending-index)
               END-STRING
           END-IF
       .

       Match-pending-alert.
           ADD 1 TO scan-index
           IF pa-program(scan-index) EQUAL audit-program-id AND
               pa-run-date(scan-index) EQUAL audit-run-date
               MOVE scan-index TO pending-index
           END-IF
       .

       Post-drift-alert.
           ADD 1 TO scan-index
           IF pa-run-date(scan-index) EQUAL latest-run-date
               MOVE 'Advent-Audit-Summary' TO alert-source-program
               MOVE 'W' TO alert-severity
               MOVE 'DRIFT' TO alert-code
               MOVE pa-program(scan-index) TO alert-subject
               MOVE pa-message(scan-index) TO alert-message
               CALL 'Advent-Alert-Post' USING alert-record
                   post-result
           END-IF
       .

       Write-report-heading.
