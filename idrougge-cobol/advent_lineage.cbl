      *    values the key has carried - each superseded summa with
      *    the run that produced it, when it was superseded, by
      *    which program and under which action (rerun, accumulate,
      *    manual correction, delete, batch back-out) and, for a
      *    manual change, which operator requested it and which
      *    approved it - ending in the current answer.
      *    "Why did day 02 puzzle 1's summa change on the 14th" is
      *    answered by one report, lineage.rpt, instead of nothing.
      *
      *    History records written before the supersession columns
      *    were carried have spaces there and are shown as LEGACY
      *    entries: the value is real, the cause was never recorded.
      *    An answer written back by Advent-Backout for a key that
      *    had been deleted is archived with its run stamp equal to
      *    its supersession stamp and is shown as WRITTEN BACK, the
      *    point where the key came back, not as a superseded value.
      *    History for a key with no current answer (a deleted
      *    day/puzzle) is listed in its own section at the end
      *    rather than dropped.
       77  orphan-count          PIC 9(05) VALUE ZERO.
       77  scan-index            PIC 9(04) VALUE ZERO.
       77  action-label          PIC X(10).
       77  report-pointer        PIC 999   VALUE ZERO.
       01  switches.
           05  eof-switch        PIC 9     VALUE 0.
           88  eof                         VALUE 1.
               10  he-super-time     PIC X(08).
               10  he-program        PIC X(20).
               10  he-action         PIC X.
               10  he-requested-by   PIC X(10).
               10  he-approved-by    PIC X(10).
               10  he-printed-flag   PIC X.
               88  he-printed                  VALUE 'Y'.
       PROCEDURE DIVISION.
               MOVE hist-super-time TO he-super-time(hist-count)
               MOVE hist-source-program TO he-program(hist-count)
               MOVE hist-action TO he-action(hist-count)
               MOVE hist-requested-by TO he-requested-by(hist-count)
               MOVE hist-approved-by TO he-approved-by(hist-count)
               MOVE SPACE TO he-printed-flag(hist-count)
           ELSE
               PERFORM Report-history-table-full

      * A legacy record carries no supersession columns at all: the
      * value and its run stamp are shown, the cause line says so.
      * A back-out write-back was archived the moment it was posted.
       Write-history-line.
           EVALUATE he-action(scan-index)
               WHEN 'R' MOVE 'RERUN     ' TO action-label
               WHEN 'A' MOVE 'ACCUMULATE' TO action-label
               WHEN 'C' MOVE 'CORRECTION' TO action-label
               WHEN 'D' MOVE 'DELETE    ' TO action-label
               WHEN 'B' MOVE 'BACK-OUT  ' TO action-label
               WHEN SPACE MOVE 'LEGACY    ' TO action-label
               WHEN OTHER MOVE 'UNKNOWN   ' TO action-label
           END-EVALUATE
           MOVE SPACES TO report-line
           EVALUATE TRUE
               WHEN he-super-date(scan-index) EQUAL SPACES
                   STRING '  SUPERSEDED ' he-summa(scan-index)
                       ' from ' he-run-date(scan-index)
                       ' ' he-run-time(scan-index)
                       ' cause not recorded (' action-label ')'
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
               WHEN he-action(scan-index) EQUAL 'B' AND
                   he-run-date(scan-index) EQUAL
                       he-super-date(scan-index) AND
                   he-run-time(scan-index) EQUAL
                       he-super-time(scan-index)
                   STRING '  WRITTEN BACK ' he-summa(scan-index)
                       ' on ' he-super-date(scan-index)
                       ' ' he-super-time(scan-index)
                       ' by ' he-program(scan-index)
                       ' ' action-label
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
               WHEN OTHER
                   STRING '  SUPERSEDED ' he-summa(scan-index)
                       ' from ' he-run-date(scan-index)
                       ' ' he-run-time(scan-index)
                       ' on ' he-super-date(scan-index)
                       ' ' he-super-time(scan-index)
                       ' by ' he-program(scan-index)
                       ' ' action-label
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
                   IF he-requested-by(scan-index) NOT EQUAL SPACES
                       MOVE 107 TO report-pointer
                       STRING ' REQUESTED BY '
                           he-requested-by(scan-index)
                           ' APPROVED BY ' he-approved-by(scan-index)
                           DELIMITED BY SIZE INTO report-line
                           WITH POINTER report-pointer
                       END-STRING
                   END-IF
           END-EVALUATE
           WRITE report-line
       .

