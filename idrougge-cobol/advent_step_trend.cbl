      *    its earlier history is flagged SLOWER, which needs no
      *    configuration at all. Any flag sets RETURN-CODE 2 so a
      *    scheduled digest pages instead of scrolling past.
      *
      *    Flags on the latest night in the history are also posted
      *    to the alert feed through Advent-Alert-Post as warnings,
      *    OVERLIM or SLOWER, with the step name as the subject
      *    (BATCH for the night's total). Earlier nights were posted
      *    by the digest that first saw them and are only reported.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  average-secs          PIC 9(08) VALUE ZERO.
       77  scan-index            PIC 999   VALUE ZERO.
       77  found-index           PIC 999   VALUE ZERO.
       77  latest-date           PIC X(10) VALUE SPACES.
       77  post-result           PIC X.
       01  switches.
           05  eof-switch        PIC 9     VALUE 0.
           88  eof                         VALUE 1.
               10  ne-date       PIC X(10).
               10  ne-steps      PIC 9(05).
               10  ne-total-secs PIC 9(10).
      * Step flags waiting to be posted. The history is in date
      * order, so a later night clears whatever an earlier one held
      * and only the latest night's flags are left at the end.
       01  pending-alert-table.
           05  pending-count     PIC 99    VALUE ZERO.
           05  pending-entry     OCCURS 50 TIMES.
               10  pa-code       PIC X(08).
               10  pa-subject    PIC X(16).
               10  pa-message    PIC X(60).
       COPY "alertrec.cpy".
       PROCEDURE DIVISION.
       Main.
           PERFORM Determine-run-parameters
               END-READ
           END-PERFORM
           CLOSE step-history-file
           MOVE ZERO TO scan-index
           PERFORM Post-step-alert
               UNTIL scan-index NOT LESS THAN pending-count
           PERFORM Write-night-section
           PERFORM Write-report-totals
           CLOSE report-file
               CONTINUE
           ELSE
               INITIALIZE flagged-switch
               IF sh-start-date GREATER THAN latest-date
                   MOVE sh-start-date TO latest-date
                   MOVE ZERO TO pending-count
               END-IF
               PERFORM Find-step-entry
               PERFORM Write-timing-line
               PERFORM Tally-step-entry
               STRING ' <- OVER LIMIT' DELIMITED BY SIZE
                   INTO report-line(60:)
               END-STRING
               MOVE SPACES TO alert-message
               STRING 'ELAPSED ' sh-elapsed-secs ' OVER LIMIT '
                   step-limit ' ON ' sh-start-date
                   DELIMITED BY SIZE INTO alert-message
               END-STRING
               MOVE 'OVERLIM' TO alert-code
           END-IF
           IF found-index NOT EQUAL ZERO AND
               NOT record-flagged
                           DELIMITED BY SIZE
                           INTO report-line(60:)
                       END-STRING
                       MOVE SPACES TO alert-message
                       STRING 'ELAPSED ' sh-elapsed-secs
                           ' AVERAGE ' average-secs
                           ' ON ' sh-start-date
                           DELIMITED BY SIZE INTO alert-message
                       END-STRING
                       MOVE 'SLOWER' TO alert-code
                   END-IF
               END-IF
           END-IF
           IF record-flagged
               ADD 1 TO flag-count
               PERFORM Hold-step-alert
           END-IF
           WRITE report-line
       .

       Hold-step-alert.
           IF pending-count LESS THAN 50
               ADD 1 TO pending-count
               MOVE alert-code TO pa-code(pending-count)
               MOVE sh-step-name TO pa-subject(pending-count)
               MOVE alert-message TO pa-message(pending-count)
           END-IF
       .

       Post-step-alert.
           ADD 1 TO scan-index
           MOVE pa-code(scan-index) TO alert-code
           MOVE pa-subject(scan-index) TO alert-subject
           MOVE pa-message(scan-index) TO alert-message
           PERFORM Post-timing-alert
       .

       Post-timing-alert.
           MOVE 'Advent-Step-Trend' TO alert-source-program
           MOVE 'W' TO alert-severity
           CALL 'Advent-Alert-Post' USING alert-record post-result
       .

       Tally-step-entry.
           IF found-index EQUAL ZERO
               IF step-count LESS THAN 50
               STRING ' <- OVER LIMIT' DELIMITED BY SIZE
                   INTO report-line(60:)
               END-STRING
               MOVE SPACES TO alert-message
               STRING 'ELAPSED ' ne-total-secs(scan-index)
                   ' OVER LIMIT ' batch-limit
                   ' ON ' ne-date(scan-index)
                   DELIMITED BY SIZE INTO alert-message
               END-STRING
               MOVE 'OVERLIM' TO alert-code
           END-IF
           IF NOT record-flagged AND scan-index GREATER THAN 1
               PERFORM Compute-prior-night-average
                   STRING ' <- SLOWER THAN AVERAGE ' average-secs
                       DELIMITED BY SIZE INTO report-line(60:)
                   END-STRING
                   MOVE SPACES TO alert-message
                   STRING 'ELAPSED ' ne-total-secs(scan-index)
                       ' AVERAGE ' average-secs
                       ' ON ' ne-date(scan-index)
                       DELIMITED BY SIZE INTO alert-message
                   END-STRING
                   MOVE 'SLOWER' TO alert-code
               END-IF
           END-IF
           IF record-flagged
               ADD 1 TO flag-count
               IF scan-index EQUAL night-count
                   MOVE 'BATCH' TO alert-subject
                   PERFORM Post-timing-alert
               END-IF
           END-IF
           WRITE report-line
       .
