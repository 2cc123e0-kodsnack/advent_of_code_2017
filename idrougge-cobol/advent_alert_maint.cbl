       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-Alert-Maint.
      *DESCRIPTION. Maintains the shared alert feed, alerts.dat:
      *    records operator acknowledgements against alerts by
      *    number and lists every alert still open on
      *    alertmaint.rpt, so the on-call person works the feed from
      *    one list. An acknowledged alert stops suppressing its
      *    repeats - the next time the same trouble is found,
      *    Advent-Alert-Post raises it afresh.
      *
      *    Transaction file name comes from the command line, then
      *    from environment variable ALERT_MAINT_FILE, then defaults
      *    to 'alertmaint.txt'; when there is no transaction file
      *    the run only lists the open alerts. One transaction per
      *    line:
      *        col 1       action: A acknowledge
      *        col 3-10    alert number
      *        col 12-21   operator ID acknowledging
      *    The acknowledgement is recorded on the alert itself with
      *    the operator and the date and time. alerts.dat is copied
      *    through the work file alerts.wrk and back, and rewritten
      *    only when at least one acknowledgement was applied and
      *    the work file can be read back; otherwise alerts.dat is
      *    left as it was and the report says nothing was applied.
      *    Transactions that cannot be applied are listed with the
      *    reason and make the RETURN-CODE nonzero.
      *
      *    The checking programs append to alerts.dat while the batch
      *    runs, and an alert appended between the copy and the copy
      *    back would be lost, so acknowledgements are refused while
      *    Advent-Driver holds the batch lock (or a stale one is
      *    left) unless ADVENT_LOCK_OVERRIDE=Y; a run that only lists
      *    the open alerts goes ahead either way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transaction-file ASSIGN TO DYNAMIC
                             transaction-file-name
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS transaction-file-status.
           SELECT alert-file ASSIGN TO 'alerts.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS alert-file-status.
           SELECT work-file ASSIGN TO 'alerts.wrk'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS work-file-status.
           SELECT report-file ASSIGN TO 'alertmaint.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS report-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD transaction-file.
       01 maint-transaction.
           05  maint-action      PIC X.
           05  FILLER            PIC X.
           05  maint-alert-id    PIC 9(08).
           05  FILLER            PIC X.
           05  maint-operator    PIC X(10).
       FD alert-file.
       01 alert-line             PIC X(160).
       FD work-file.
       01 work-line              PIC X(160).
       FD report-file.
       01 report-line            PIC X(160).
       WORKING-STORAGE SECTION.
       77  transaction-file-name PIC X(100) VALUE 'alertmaint.txt'.
       77  transaction-file-status PIC XX.
       77  alert-file-status     PIC XX.
       77  work-file-status      PIC XX.
       77  report-file-status    PIC XX.
       77  run-date              PIC X(10).
       77  run-time              PIC X(08).
       77  transaction-count     PIC 9(05) VALUE ZERO.
       77  applied-count         PIC 9(05) VALUE ZERO.
       77  failure-count         PIC 9(05) VALUE ZERO.
       77  alert-count           PIC 9(08) VALUE ZERO.
       77  open-count            PIC 9(08) VALUE ZERO.
       77  scan-index            PIC 999   VALUE ZERO.
       77  found-index           PIC 999   VALUE ZERO.
       77  lock-action           PIC X.
       77  lock-state            PIC X.
       77  lock-stamp            PIC X(34).
       77  lock-override         PIC X     VALUE 'N'.
       01  switches.
           05  eof-switch        PIC 9     VALUE 0.
           88  eof                         VALUE 1.
           05  table-full-switch PIC 9     VALUE 0.
           88  ack-table-full              VALUE 1.
           05  lock-refused-switch PIC 9   VALUE 0.
           88  lock-refused                VALUE 1.
       COPY "alertrec.cpy".
      * The acknowledgements asked for, loaded whole so the copy of
      * alerts.dat can apply them in one pass; the outcome of each
      * is kept for the report.
       01  ack-table.
           05  ack-count         PIC 999   VALUE ZERO.
           05  ack-entry         OCCURS 200 TIMES.
               10  ak-alert-id   PIC 9(08).
               10  ak-operator   PIC X(10).
               10  ak-outcome    PIC X.
               88  ak-pending              VALUE SPACE.
               88  ak-applied              VALUE 'Y'.
               88  ak-already-acknowledged VALUE 'K'.
       PROCEDURE DIVISION.
       Main.
           PERFORM Determine-run-parameters
           OPEN OUTPUT report-file
           IF report-file-status NOT EQUAL '00'
               DISPLAY 'Advent-Alert-Maint: cannot open report file '
                   'alertmaint.rpt'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Write-report-heading
           OPEN INPUT transaction-file
           IF transaction-file-status NOT EQUAL '00'
               MOVE SPACES TO report-line
               STRING 'NO TRANSACTIONS, OPEN ALERTS LISTED ONLY'
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
           ELSE
               PERFORM UNTIL eof
                   READ transaction-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           ADD 1 TO transaction-count
                           PERFORM Store-transaction
                   END-READ
               END-PERFORM
               CLOSE transaction-file
           END-IF
           IF ack-count NOT EQUAL ZERO
               PERFORM Check-batch-lock
           END-IF
           IF lock-refused
               PERFORM Report-lock-refusal
           ELSE
               PERFORM Apply-acknowledgements
               IF applied-count NOT EQUAL ZERO
                   PERFORM Copy-work-file-back
               END-IF
               PERFORM Report-unapplied-transactions
           END-IF
           PERFORM List-open-alerts
           PERFORM Write-report-totals
           CLOSE report-file
           DISPLAY 'Advent-Alert-Maint: ' applied-count
               ' acknowledged, ' failure-count ' failed, '
               open-count ' alerts open, see alertmaint.rpt'
           IF failure-count NOT EQUAL ZERO
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
       .

       Determine-run-parameters.
           MOVE 'alertmaint.txt' TO transaction-file-name
           ACCEPT transaction-file-name FROM COMMAND-LINE
           IF transaction-file-name EQUAL SPACES
               ACCEPT transaction-file-name FROM ENVIRONMENT
                   'ALERT_MAINT_FILE'
                   ON EXCEPTION
                       MOVE 'alertmaint.txt' TO
                           transaction-file-name
               END-ACCEPT
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
       .

      * alerts.dat is rewritten from alerts.wrk, so it must not be
      * copied while the batch may be appending to it. A stale lock
      * (older date) means the batch abended holding it; either way
      * only the explicit ADVENT_LOCK_OVERRIDE=Y lets the
      * acknowledgements through.
       Check-batch-lock.
           ACCEPT lock-override FROM ENVIRONMENT
               'ADVENT_LOCK_OVERRIDE'
               ON EXCEPTION
                   MOVE 'N' TO lock-override
           END-ACCEPT
           MOVE 'C' TO lock-action
           CALL 'Advent-Batch-Lock' USING lock-action lock-state
               lock-stamp
           IF lock-state EQUAL 'H' OR lock-state EQUAL 'S'
               IF lock-override EQUAL 'Y'
                   DISPLAY 'Advent-Alert-Maint: batch lock held '
                       'by ' lock-stamp ', proceeding on operator '
                       'override'
               ELSE
                   SET lock-refused TO TRUE
                   IF lock-state EQUAL 'S'
                       DISPLAY 'Advent-Alert-Maint: stale batch '
                           'lock held by ' lock-stamp ', batch may '
                           'have abended; set ADVENT_LOCK_OVERRIDE'
                           '=Y to proceed'
                   ELSE
                       DISPLAY 'Advent-Alert-Maint: batch lock '
                           'held by ' lock-stamp ', refusing to '
                           'rewrite alerts.dat while the batch runs'
                   END-IF
               END-IF
           END-IF
       .

      * Every acknowledgement asked for counts as a failure, so the
      * operator knows to resubmit once the batch is done.
       Report-lock-refusal.
           ADD ack-count TO failure-count
           MOVE SPACES TO report-line
           STRING 'REJECTED  ' ack-count ' acknowledgements, batch '
               'lock held by ' lock-stamp
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

      * A transaction that cannot name an alert, or carries no
      * operator to record, is rejected on the spot.
       Store-transaction.
           EVALUATE TRUE
               WHEN maint-action NOT EQUAL 'A'
                   PERFORM Reject-transaction
               WHEN maint-alert-id IS NOT NUMERIC
                   PERFORM Reject-transaction
               WHEN maint-operator EQUAL SPACES
                   PERFORM Reject-transaction
               WHEN ack-count NOT LESS THAN 200
                   PERFORM Report-ack-table-full
               WHEN OTHER
                   ADD 1 TO ack-count
                   MOVE maint-alert-id TO ak-alert-id(ack-count)
                   MOVE maint-operator TO ak-operator(ack-count)
                   MOVE SPACE TO ak-outcome(ack-count)
           END-EVALUATE
       .

       Reject-transaction.
           ADD 1 TO failure-count
           MOVE SPACES TO report-line
           STRING 'REJECTED  bad transaction: '
               maint-transaction
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           DISPLAY report-line
       .

       Report-ack-table-full.
           ADD 1 TO failure-count
           IF NOT ack-table-full
               SET ack-table-full TO TRUE
               DISPLAY 'Advent-Alert-Maint: more than 200 '
                   'acknowledgements, the rest are not applied'
           END-IF
       .

      * alerts.dat goes through alerts.wrk with each asked-for
      * acknowledgement stamped on its alert; only when at least
      * one was applied is the work file copied back.
       Apply-acknowledgements.
           IF ack-count NOT EQUAL ZERO
               OPEN INPUT alert-file
               IF alert-file-status NOT EQUAL '00'
                   DISPLAY 'Advent-Alert-Maint: cannot open '
                       'alerts.dat, status ' alert-file-status
               ELSE
                   OPEN OUTPUT work-file
                   IF work-file-status NOT EQUAL '00'
                       DISPLAY 'Advent-Alert-Maint: cannot open '
                           'alerts.wrk, status ' work-file-status
                       ADD 1 TO failure-count
                   ELSE
                       MOVE 0 TO eof-switch
                       PERFORM UNTIL eof
                           READ alert-file INTO alert-record
                               AT END SET eof TO TRUE
                               NOT AT END PERFORM Copy-one-alert
                           END-READ
                       END-PERFORM
                       CLOSE work-file
                   END-IF
                   CLOSE alert-file
               END-IF
           END-IF
       .

       Copy-one-alert.
           PERFORM Find-acknowledgement
           IF found-index NOT EQUAL ZERO
               IF alert-open
                   MOVE 'A' TO alert-status
                   MOVE ak-operator(found-index) TO alert-ack-by
                   MOVE run-date TO alert-ack-date
                   MOVE run-time TO alert-ack-time
                   SET ak-applied(found-index) TO TRUE
                   ADD 1 TO applied-count
                   MOVE SPACES TO report-line
                   STRING 'ACKNOWLEDGED ' alert-id
                       ' ' alert-code ' ' alert-subject
                       ' by ' alert-ack-by
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
                   WRITE report-line
               ELSE
                   SET ak-already-acknowledged(found-index) TO TRUE
               END-IF
           END-IF
           WRITE work-line FROM alert-record
       .

       Find-acknowledgement.
           MOVE ZERO TO found-index
           MOVE ZERO TO scan-index
           PERFORM Match-acknowledgement
               UNTIL scan-index NOT LESS THAN ack-count
                   OR found-index NOT EQUAL ZERO
       .

       Match-acknowledgement.
           ADD 1 TO scan-index
           IF ak-alert-id(scan-index) EQUAL alert-id AND
               ak-pending(scan-index)
               MOVE scan-index TO found-index
           END-IF
       .

      * alerts.dat is only emptied once the work file holding the
      * acknowledged feed is open to refill it; a failure before
      * that leaves alerts.dat as it was and nothing applied.
       Copy-work-file-back.
           OPEN INPUT work-file
           IF work-file-status NOT EQUAL '00'
               DISPLAY 'Advent-Alert-Maint: cannot open alerts.wrk, '
                   'status ' work-file-status ', alerts.dat not '
                   'changed'
               PERFORM Report-copy-back-failure
           ELSE
               OPEN OUTPUT alert-file
               IF alert-file-status NOT EQUAL '00'
                   DISPLAY 'Advent-Alert-Maint: cannot rewrite '
                       'alerts.dat, status ' alert-file-status
                       ', alerts.dat not changed'
                   PERFORM Report-copy-back-failure
               ELSE
                   MOVE 0 TO eof-switch
                   PERFORM UNTIL eof
                       READ work-file
                           AT END SET eof TO TRUE
                           NOT AT END WRITE alert-line FROM work-line
                       END-READ
                   END-PERFORM
                   CLOSE alert-file
               END-IF
               CLOSE work-file
           END-IF
       .

      * The APPLIED lines already on the report did not reach
      * alerts.dat, and the report must say so.
       Report-copy-back-failure.
           MOVE SPACES TO report-line
           STRING 'NOT APPLIED  : ' applied-count
               ' acknowledgements listed above, alerts.dat could '
               'not be rewritten and is unchanged'
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           ADD applied-count TO failure-count
           MOVE ZERO TO applied-count
       .

       Report-unapplied-transactions.
           MOVE ZERO TO scan-index
           PERFORM Report-one-unapplied
               UNTIL scan-index NOT LESS THAN ack-count
       .

       Report-one-unapplied.
           ADD 1 TO scan-index
           IF NOT ak-applied(scan-index)
               ADD 1 TO failure-count
               MOVE SPACES TO report-line
               IF ak-already-acknowledged(scan-index)
                   STRING 'REJECTED  alert ' ak-alert-id(scan-index)
                       ' already acknowledged'
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
               ELSE
                   STRING 'REJECTED  alert ' ak-alert-id(scan-index)
                       ' not in alerts.dat'
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
               END-IF
               WRITE report-line
               DISPLAY report-line
           END-IF
       .

       List-open-alerts.
           MOVE SPACES TO report-line
           STRING 'OPEN ALERTS' DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           OPEN INPUT alert-file
           IF alert-file-status EQUAL '00'
               MOVE 0 TO eof-switch
               PERFORM UNTIL eof
                   READ alert-file INTO alert-record
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM List-one-alert
                   END-READ
               END-PERFORM
               CLOSE alert-file
           END-IF
       .

       List-one-alert.
           ADD 1 TO alert-count
           IF alert-open
               ADD 1 TO open-count
               MOVE SPACES TO report-line
               STRING alert-id ' ' alert-severity
                   ' ' alert-date ' ' alert-time
                   ' ' alert-source-program
                   ' ' alert-code ' ' alert-subject
                   ' ' alert-message
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
           END-IF
       .

       Write-report-heading.
           MOVE SPACES TO report-line
           STRING 'PROGRAM      : Advent-Alert-Maint'
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'RUN DATE     : ' run-date DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'RUN TIME     : ' run-time DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'TRANSACTIONS : ' transaction-file-name
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       Write-report-totals.
           MOVE SPACES TO report-line
           STRING 'READ         : ' transaction-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'ACKNOWLEDGED : ' applied-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'FAILED       : ' failure-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'ALERTS       : ' alert-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'OPEN         : ' open-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       END PROGRAM Advent-Alert-Maint.
