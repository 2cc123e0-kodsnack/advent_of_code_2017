       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent2-Compare.
      *DESCRIPTION. Compares Advent2-1's latest full run with the run
      *    before it row by row, so a drift in the day 02 answer can
      *    be traced to the spreadsheet rows that caused it instead
      *    of being diffed by hand.
      *
      *    The previous run's detail and rejects are the day2.det.prv
      *    and day2.exc.prv that Advent2-1 keeps when a full run
      *    starts; tonight's are day2.det and day2.exc. Rows are
      *    matched on their input line number, and day2cmp.rpt lists
      *    every row that was ADDED, REMOVED or REJECTED, or CHANGED
      *    in its SMALLER, BIGGER, DIFF or QUOT values, each with its
      *    effect on the puzzle 1 summa (and, for a part-two run, on
      *    the puzzle 2 summa). Rows a supplemental run appended to a
      *    detail file restart the line numbering, so they are
      *    totalled separately rather than matched. A supplemental
      *    run rewrites day2.exc with day2.sup's own rejects, numbered
      *    within day2.sup, so a reject file that came from one
      *    (input day2.sup, or line numbers that restart) is not
      *    matched: the report says that side's rejects are not
      *    available, and the row count is then not compared.
      *
      *    The totals are reconciled against the published day 02
      *    answers: the current answer in answers.dat less the one it
      *    superseded, the last day 02 entry in answerhist.dat, must
      *    equal the rows' total effect, and the report says
      *    RECONCILED or NOT RECONCILED. A change in the number of
      *    rows, which usually means a truncated transfer, is flagged
      *    on the report and posted to the alert feed as a warning
      *    through Advent-Alert-Post. RETURN-CODE is 2 when the row
      *    count changed or an answer does not reconcile, and 1 when
      *    tonight's detail cannot be read; with no previous run kept
      *    there is nothing to compare and the step ends clean.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT prior-detail-file ASSIGN TO 'day2.det.prv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS prior-detail-status.
           SELECT detail-file ASSIGN TO 'day2.det'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS detail-file-status.
           SELECT prior-exception-file ASSIGN TO 'day2.exc.prv'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS prior-exception-status.
           SELECT exception-file ASSIGN TO 'day2.exc'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS exception-file-status.
           SELECT master-file ASSIGN TO 'answers.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS answer-key
                             FILE STATUS IS master-file-status.
           SELECT history-file ASSIGN TO 'answerhist.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS history-file-status.
           SELECT report-file ASSIGN TO 'day2cmp.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS report-file-status.
       DATA DIVISION.
       FILE SECTION.
      * Both detail files are Advent2-1's detail line; the QUOT
      * columns are there only on a part-two run.
       FD prior-detail-file.
       01 prior-detail-line.
           05  FILLER            PIC X(05).
           05  pd-line-number    PIC 9(10).
           05  FILLER            PIC X(10).
           05  pd-smaller        PIC 9(06).
           05  FILLER            PIC X(09).
           05  pd-bigger         PIC 9(06).
           05  FILLER            PIC X(07).
           05  pd-diff           PIC 9(06).
           05  pd-quot-label     PIC X(07).
           05  pd-quot           PIC 9(06).
           05  FILLER            PIC X(08).
       FD detail-file.
       01 detail-line.
           05  FILLER            PIC X(05).
           05  cd-line-number    PIC 9(10).
           05  FILLER            PIC X(10).
           05  cd-smaller        PIC 9(06).
           05  FILLER            PIC X(09).
           05  cd-bigger         PIC 9(06).
           05  FILLER            PIC X(07).
           05  cd-diff           PIC 9(06).
           05  cd-quot-label     PIC X(07).
           05  cd-quot           PIC 9(06).
           05  FILLER            PIC X(08).
       FD prior-exception-file.
      * excfile.cpy's layout with only the position named.
       01 prior-exception-record.
           05  FILLER            PIC X(12).
           05  pe-input-file     PIC X(100).
           05  pe-position       PIC 9(10).
           05  FILLER            PIC X(307).
       FD exception-file.
           COPY "excfile.cpy".
       FD master-file.
           COPY "answerfile.cpy".
       FD history-file.
           COPY "histfile.cpy".
       FD report-file.
       01 report-line            PIC X(160).
       WORKING-STORAGE SECTION.
           COPY "alertrec.cpy".
       77  prior-detail-status   PIC XX.
       77  detail-file-status    PIC XX.
       77  prior-exception-status PIC XX.
       77  exception-file-status PIC XX.
       77  master-file-status    PIC XX.
       77  history-file-status   PIC XX.
       77  report-file-status    PIC XX.
       77  run-date              PIC X(10).
       77  run-time              PIC X(08).
       77  post-result           PIC X.
       77  quot-label            PIC X(07)  VALUE ' QUOT: '.
       77  supplement-input      PIC X(100) VALUE 'day2.sup'.
      * Each file is read in line-number order and its key is the
      * line number of the row in hand, or all nines once it is
      * exhausted; the row being compared is the lowest key.
       77  last-row-key          PIC 9(10)  VALUE 9999999999.
       77  prior-detail-key      PIC 9(10)  VALUE ZERO.
       77  current-detail-key    PIC 9(10)  VALUE ZERO.
       77  prior-reject-key      PIC 9(10)  VALUE ZERO.
       77  current-reject-key    PIC 9(10)  VALUE ZERO.
       77  row-key               PIC 9(10)  VALUE ZERO.
       77  prior-row-count       PIC 9(10)  VALUE ZERO.
       77  current-row-count     PIC 9(10)  VALUE ZERO.
       77  row-outcome           PIC X(10).
       77  row-effect            PIC S9(11) VALUE ZERO.
       77  row-quot-effect       PIC S9(11) VALUE ZERO.
       77  row-effect-edit       PIC +(10)9.
       77  row-quot-effect-edit  PIC +(10)9.
       77  added-count           PIC 9(05)  VALUE ZERO.
       77  removed-count         PIC 9(05)  VALUE ZERO.
       77  rejected-count        PIC 9(05)  VALUE ZERO.
       77  changed-count         PIC 9(05)  VALUE ZERO.
       77  row-effect-total      PIC S9(11) VALUE ZERO.
       77  row-quot-effect-total PIC S9(11) VALUE ZERO.
       77  prior-supplement-summa PIC 9(10) VALUE ZERO.
       77  current-supplement-summa PIC 9(10) VALUE ZERO.
       77  prior-supplement-quot PIC 9(10)  VALUE ZERO.
       77  current-supplement-quot PIC 9(10) VALUE ZERO.
       77  supplement-count      PIC 9(05)  VALUE ZERO.
       77  prior-detail-summa    PIC 9(10)  VALUE ZERO.
       77  current-detail-summa  PIC 9(10)  VALUE ZERO.
       77  prior-detail-quot     PIC 9(10)  VALUE ZERO.
       77  current-detail-quot   PIC 9(10)  VALUE ZERO.
      * One puzzle's reconciliation at a time.
       77  puzzle-number         PIC 9(02).
       77  expected-change       PIC S9(11) VALUE ZERO.
       77  published-change      PIC S9(11) VALUE ZERO.
       77  prior-answer          PIC 9(10)  VALUE ZERO.
       77  current-answer        PIC 9(10)  VALUE ZERO.
       77  change-edit           PIC +(10)9.
       01  switches.
           05  prior-found-switch PIC 9     VALUE 0.
           88  prior-run-found              VALUE 1.
           05  quot-switch       PIC 9      VALUE 0.
           88  part-two-rows                VALUE 1.
           05  row-quot-switch   PIC 9      VALUE 0.
           88  row-has-quot                 VALUE 1.
           05  prior-answer-switch PIC 9    VALUE 0.
           88  prior-answer-found           VALUE 1.
           05  current-answer-switch PIC 9  VALUE 0.
           88  current-answer-found         VALUE 1.
           05  unreconciled-switch PIC 9    VALUE 0.
           88  answer-unreconciled          VALUE 1.
           05  eof-switch        PIC 9      VALUE 0.
           88  eof                          VALUE 1.
           05  prior-rejects-switch PIC 9   VALUE 0.
           88  prior-rejects-open           VALUE 1.
           05  current-rejects-switch PIC 9 VALUE 0.
           88  current-rejects-open         VALUE 1.
           05  prior-rejects-lost-switch PIC 9 VALUE 0.
           88  prior-rejects-unavailable    VALUE 1.
           05  current-rejects-lost-switch PIC 9 VALUE 0.
           88  current-rejects-unavailable  VALUE 1.
           05  row-count-switch  PIC 9      VALUE 0.
           88  row-count-changed            VALUE 1.
      * The two sides of the row in hand, zero where a side has no
      * detail line for it.
       01  row-values.
           05  rv-prior-smaller  PIC 9(06).
           05  rv-prior-bigger   PIC 9(06).
           05  rv-prior-diff     PIC 9(06).
           05  rv-prior-quot     PIC 9(06).
           05  rv-current-smaller PIC 9(06).
           05  rv-current-bigger PIC 9(06).
           05  rv-current-diff   PIC 9(06).
           05  rv-current-quot   PIC 9(06).
       PROCEDURE DIVISION.
       Main.
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           OPEN INPUT detail-file
           IF detail-file-status NOT EQUAL '00'
               DISPLAY 'Advent2-Compare: cannot open day2.det, '
                   'status ' detail-file-status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT report-file
           IF report-file-status NOT EQUAL '00'
               DISPLAY 'Advent2-Compare: cannot open report file '
                   'day2cmp.rpt'
               CLOSE detail-file
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Write-report-heading
           OPEN INPUT prior-detail-file
           IF prior-detail-status EQUAL '00'
               SET prior-run-found TO TRUE
               PERFORM Compare-runs
               CLOSE prior-detail-file
           ELSE
               MOVE SPACES TO report-line
               STRING 'NO PREVIOUS RUN KEPT IN day2.det.prv, '
                   'NOTHING TO COMPARE' DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF
           CLOSE detail-file
           CLOSE report-file
           EVALUATE TRUE
               WHEN NOT prior-run-found
                   DISPLAY 'Advent2-Compare: no previous run to '
                       'compare with'
                   MOVE ZERO TO RETURN-CODE
               WHEN row-count-changed
                   DISPLAY 'Advent2-Compare: row count changed from '
                       prior-row-count ' to ' current-row-count
                       ', see day2cmp.rpt'
                   MOVE 2 TO RETURN-CODE
               WHEN answer-unreconciled
                   DISPLAY 'Advent2-Compare: rows do not reconcile '
                       'to the published answers, see day2cmp.rpt'
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'Advent2-Compare: ' changed-count
                       ' changed, ' added-count ' added, '
                       removed-count ' removed, ' rejected-count
                       ' rejected, see day2cmp.rpt'
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK
       .

      * Either reject file may be missing - a run with no rejects
      * can leave none - and is then simply an empty side.
       Compare-runs.
           OPEN INPUT prior-exception-file
           IF prior-exception-status NOT EQUAL '00'
               MOVE last-row-key TO prior-reject-key
           ELSE
               SET prior-rejects-open TO TRUE
               PERFORM Read-prior-reject
           END-IF
           OPEN INPUT exception-file
           IF exception-file-status NOT EQUAL '00'
               MOVE last-row-key TO current-reject-key
           ELSE
               SET current-rejects-open TO TRUE
               PERFORM Read-current-reject
           END-IF
           PERFORM Read-prior-detail
           PERFORM Read-current-detail
           PERFORM Compare-next-row
               UNTIL prior-detail-key EQUAL last-row-key AND
                   current-detail-key EQUAL last-row-key AND
                   prior-reject-key EQUAL last-row-key AND
                   current-reject-key EQUAL last-row-key
           IF prior-rejects-open
               CLOSE prior-exception-file
           END-IF
           IF current-rejects-open
               CLOSE exception-file
           END-IF
           IF prior-row-count NOT EQUAL current-row-count AND
               NOT prior-rejects-unavailable AND
               NOT current-rejects-unavailable
               SET row-count-changed TO TRUE
           END-IF
           PERFORM Write-report-totals
           IF row-count-changed
               PERFORM Post-row-count-alert
           END-IF
           MOVE 1 TO puzzle-number
           COMPUTE expected-change = row-effect-total
               + current-supplement-summa - prior-supplement-summa
           PERFORM Reconcile-puzzle
           IF part-two-rows
               MOVE 2 TO puzzle-number
               COMPUTE expected-change = row-quot-effect-total
                   + current-supplement-quot - prior-supplement-quot
               PERFORM Reconcile-puzzle
           END-IF
       .

      * A row is matched across all four files by its line number:
      * detailed on both sides it is compared; detailed only before
      * it was rejected tonight or is gone; detailed only tonight it
      * is new (or no longer rejected); rejected on one side only it
      * has no summa effect but is still listed. A row rejected on
      * both sides has not changed.
       Compare-next-row.
           MOVE prior-detail-key TO row-key
           IF current-detail-key LESS THAN row-key
               MOVE current-detail-key TO row-key
           END-IF
           IF prior-reject-key LESS THAN row-key
               MOVE prior-reject-key TO row-key
           END-IF
           IF current-reject-key LESS THAN row-key
               MOVE current-reject-key TO row-key
           END-IF
           INITIALIZE row-values
           MOVE 0 TO row-quot-switch
           IF prior-detail-key EQUAL row-key OR
               prior-reject-key EQUAL row-key
               MOVE row-key TO prior-row-count
           END-IF
           IF current-detail-key EQUAL row-key OR
               current-reject-key EQUAL row-key
               MOVE row-key TO current-row-count
           END-IF
           IF prior-detail-key EQUAL row-key
               PERFORM Take-prior-row-values
           END-IF
           IF current-detail-key EQUAL row-key
               PERFORM Take-current-row-values
           END-IF
           MOVE SPACES TO row-outcome
           EVALUATE TRUE
               WHEN prior-detail-key EQUAL row-key AND
                   current-detail-key EQUAL row-key
                   IF row-values(1:24) NOT EQUAL row-values(25:24)
                       MOVE 'CHANGED' TO row-outcome
                       ADD 1 TO changed-count
                   END-IF
               WHEN prior-detail-key EQUAL row-key
                   IF current-reject-key EQUAL row-key
                       MOVE 'REJECTED' TO row-outcome
                       ADD 1 TO rejected-count
                   ELSE
                       MOVE 'REMOVED' TO row-outcome
                       ADD 1 TO removed-count
                   END-IF
               WHEN current-detail-key EQUAL row-key
                   MOVE 'ADDED' TO row-outcome
                   ADD 1 TO added-count
               WHEN current-reject-key EQUAL row-key AND
                   prior-reject-key NOT EQUAL row-key
                   MOVE 'REJECTED' TO row-outcome
                   ADD 1 TO rejected-count
               WHEN prior-reject-key EQUAL row-key AND
                   current-reject-key NOT EQUAL row-key
                   MOVE 'REMOVED' TO row-outcome
                   ADD 1 TO removed-count
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF row-outcome NOT EQUAL SPACES
               PERFORM Write-row-line
           END-IF
           IF prior-detail-key EQUAL row-key
               PERFORM Read-prior-detail
           END-IF
           IF current-detail-key EQUAL row-key
               PERFORM Read-current-detail
           END-IF
           IF prior-reject-key EQUAL row-key
               PERFORM Read-prior-reject
           END-IF
           IF current-reject-key EQUAL row-key
               PERFORM Read-current-reject
           END-IF
       .

       Take-prior-row-values.
           MOVE pd-smaller TO rv-prior-smaller
           MOVE pd-bigger TO rv-prior-bigger
           MOVE pd-diff TO rv-prior-diff
           ADD pd-diff TO prior-detail-summa
           IF pd-quot-label EQUAL quot-label
               MOVE pd-quot TO rv-prior-quot
               ADD pd-quot TO prior-detail-quot
               SET row-has-quot TO TRUE
               SET part-two-rows TO TRUE
           END-IF
       .

       Take-current-row-values.
           MOVE cd-smaller TO rv-current-smaller
           MOVE cd-bigger TO rv-current-bigger
           MOVE cd-diff TO rv-current-diff
           ADD cd-diff TO current-detail-summa
           IF cd-quot-label EQUAL quot-label
               MOVE cd-quot TO rv-current-quot
               ADD cd-quot TO current-detail-quot
               SET row-has-quot TO TRUE
               SET part-two-rows TO TRUE
           END-IF
       .

       Write-row-line.
           COMPUTE row-effect = rv-current-diff - rv-prior-diff
           COMPUTE row-quot-effect = rv-current-quot - rv-prior-quot
           ADD row-effect TO row-effect-total
           ADD row-quot-effect TO row-quot-effect-total
           MOVE row-effect TO row-effect-edit
           MOVE row-quot-effect TO row-quot-effect-edit
           MOVE SPACES TO report-line
           STRING row-outcome ' LINE ' row-key
               ' SMALLER ' rv-prior-smaller ' ' rv-current-smaller
               ' BIGGER ' rv-prior-bigger ' ' rv-current-bigger
               ' DIFF ' rv-prior-diff ' ' rv-current-diff
               ' EFFECT ' row-effect-edit
               DELIMITED BY SIZE INTO report-line
           END-STRING
           IF row-has-quot
               STRING ' QUOT ' rv-prior-quot ' ' rv-current-quot
                   ' EFFECT ' row-quot-effect-edit
                   DELIMITED BY SIZE INTO report-line(114:)
               END-STRING
           END-IF
           WRITE report-line
       .

      * A line number that does not rise starts the rows a
      * supplemental run appended; they and everything after them
      * are totalled as the file's supplement and the file is then
      * treated as exhausted.
       Read-prior-detail.
           READ prior-detail-file
               AT END MOVE last-row-key TO prior-detail-key
               NOT AT END
                   IF pd-line-number GREATER THAN prior-detail-key
                       MOVE pd-line-number TO prior-detail-key
                   ELSE
                       PERFORM Total-prior-supplement
                           UNTIL prior-detail-key EQUAL last-row-key
                   END-IF
           END-READ
       .

       Total-prior-supplement.
           ADD 1 TO supplement-count
           ADD pd-diff TO prior-supplement-summa
           ADD pd-diff TO prior-detail-summa
           IF pd-quot-label EQUAL quot-label
               ADD pd-quot TO prior-supplement-quot
               ADD pd-quot TO prior-detail-quot
               SET part-two-rows TO TRUE
           END-IF
           READ prior-detail-file
               AT END MOVE last-row-key TO prior-detail-key
           END-READ
       .

       Read-current-detail.
           READ detail-file
               AT END MOVE last-row-key TO current-detail-key
               NOT AT END
                   IF cd-line-number GREATER THAN current-detail-key
                       MOVE cd-line-number TO current-detail-key
                   ELSE
                       PERFORM Total-current-supplement
                           UNTIL current-detail-key EQUAL last-row-key
                   END-IF
           END-READ
       .

       Total-current-supplement.
           ADD 1 TO supplement-count
           ADD cd-diff TO current-supplement-summa
           ADD cd-diff TO current-detail-summa
           IF cd-quot-label EQUAL quot-label
               ADD cd-quot TO current-supplement-quot
               ADD cd-quot TO current-detail-quot
               SET part-two-rows TO TRUE
           END-IF
           READ detail-file
               AT END MOVE last-row-key TO current-detail-key
           END-READ
       .

      * A reject from day2.sup, or one whose line number does not
      * rise, came from a supplemental run: that side's rejects
      * are then left out of the match altogether.
       Read-prior-reject.
           READ prior-exception-file
               AT END MOVE last-row-key TO prior-reject-key
               NOT AT END
                   IF pe-input-file EQUAL supplement-input OR
                       pe-position NOT GREATER THAN prior-reject-key
                       SET prior-rejects-unavailable TO TRUE
                       MOVE last-row-key TO prior-reject-key
                   ELSE
                       MOVE pe-position TO prior-reject-key
                   END-IF
           END-READ
       .

       Read-current-reject.
           READ exception-file
               AT END MOVE last-row-key TO current-reject-key
               NOT AT END
                   IF exc-input-file EQUAL supplement-input OR
                       exc-position NOT GREATER THAN
                           current-reject-key
                       SET current-rejects-unavailable TO TRUE
                       MOVE last-row-key TO current-reject-key
                   ELSE
                       MOVE exc-position TO current-reject-key
                   END-IF
           END-READ
       .

      * The published change is the current answer less the one it
      * superseded, the last entry for the day/puzzle appended to
      * answerhist.dat; with no such entry there is no published
      * change to reconcile to, and the puzzle does not reconcile.
       Reconcile-puzzle.
           MOVE 0 TO prior-answer-switch
           MOVE 0 TO current-answer-switch
           MOVE ZERO TO prior-answer
           MOVE ZERO TO current-answer
           OPEN INPUT master-file
           IF master-file-status EQUAL '00'
               MOVE 2 TO answer-day-number
               MOVE puzzle-number TO answer-puzzle-number
               READ master-file
                   INVALID KEY CONTINUE
               END-READ
               IF master-file-status EQUAL '00'
                   MOVE answer-summa TO current-answer
                   SET current-answer-found TO TRUE
               END-IF
               CLOSE master-file
           END-IF
           OPEN INPUT history-file
           IF history-file-status EQUAL '00'
               MOVE 0 TO eof-switch
               PERFORM UNTIL eof
                   READ history-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           IF hist-day-number EQUAL 2 AND
                               hist-puzzle-number EQUAL puzzle-number
                               MOVE hist-summa TO prior-answer
                               SET prior-answer-found TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE history-file
           END-IF
           COMPUTE published-change = current-answer - prior-answer
           MOVE SPACES TO report-line
           STRING 'PUZZLE ' puzzle-number ' WAS   : ' prior-answer
               DELIMITED BY SIZE INTO report-line
           END-STRING
           IF NOT prior-answer-found
               STRING ' NOT IN answerhist.dat' DELIMITED BY SIZE
                   INTO report-line(31:)
               END-STRING
           END-IF
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'PUZZLE ' puzzle-number ' NOW   : ' current-answer
               DELIMITED BY SIZE INTO report-line
           END-STRING
           IF NOT current-answer-found
               STRING ' NOT IN answers.dat' DELIMITED BY SIZE
                   INTO report-line(31:)
               END-STRING
           END-IF
           WRITE report-line
           MOVE expected-change TO change-edit
           MOVE SPACES TO report-line
           STRING 'PUZZLE ' puzzle-number ' ROWS  : ' change-edit
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE published-change TO change-edit
           MOVE SPACES TO report-line
           STRING 'PUZZLE ' puzzle-number ' CHANGE: ' change-edit
               DELIMITED BY SIZE INTO report-line
           END-STRING
           IF prior-answer-found AND current-answer-found AND
               published-change EQUAL expected-change
               STRING ' RECONCILED' DELIMITED BY SIZE
                   INTO report-line(31:)
               END-STRING
           ELSE
               SET answer-unreconciled TO TRUE
               STRING ' NOT RECONCILED' DELIMITED BY SIZE
                   INTO report-line(31:)
               END-STRING
           END-IF
           WRITE report-line
       .

      * A short or long file is the usual sign of a truncated or
      * doubled transfer; the run date makes each night's change
      * its own alert.
       Post-row-count-alert.
           MOVE 'Advent2-Compare' TO alert-source-program
           MOVE 'W' TO alert-severity
           MOVE 'ROWCOUNT' TO alert-code
           MOVE 'Advent2-1' TO alert-subject
           MOVE SPACES TO alert-message
           STRING 'ROWS ' prior-row-count ' NOW ' current-row-count
               ' ON ' run-date(1:8)
               DELIMITED BY SIZE INTO alert-message
           END-STRING
           CALL 'Advent-Alert-Post' USING alert-record post-result
       .

       Write-report-heading.
           MOVE SPACES TO report-line
           STRING 'PROGRAM      : Advent2-Compare' DELIMITED BY SIZE
               INTO report-line
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
           STRING 'PREVIOUS RUN : day2.det.prv day2.exc.prv'
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'THIS RUN     : day2.det day2.exc'
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       Write-report-totals.
           MOVE SPACES TO report-line
           STRING 'ROWS BEFORE  : ' prior-row-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'ROWS NOW     : ' current-row-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           IF row-count-changed
               STRING ' ROW COUNT CHANGED' DELIMITED BY SIZE
                   INTO report-line(31:)
               END-STRING
           END-IF
           WRITE report-line
           IF prior-rejects-unavailable
               MOVE SPACES TO report-line
               STRING 'PRIOR REJECTS: NOT AVAILABLE, day2.exc.prv '
                   'CAME FROM A SUPPLEMENTAL RUN - ROW COUNT NOT '
                   'COMPARED' DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
           END-IF
           IF current-rejects-unavailable
               MOVE SPACES TO report-line
               STRING 'THIS REJECTS : NOT AVAILABLE, day2.exc '
                   'CAME FROM A SUPPLEMENTAL RUN - ROW COUNT NOT '
                   'COMPARED' DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
           END-IF
           MOVE SPACES TO report-line
           STRING 'ADDED        : ' added-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'REMOVED      : ' removed-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'REJECTED     : ' rejected-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'CHANGED      : ' changed-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           IF supplement-count NOT EQUAL ZERO
               MOVE SPACES TO report-line
               STRING 'SUPPLEMENTAL : ' supplement-count
                   ' ROWS, SUMMA ' prior-supplement-summa
                   ' BEFORE ' current-supplement-summa ' NOW'
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
           END-IF
           MOVE SPACES TO report-line
           STRING 'DETAIL SUMMA : ' prior-detail-summa ' BEFORE '
               current-detail-summa ' NOW'
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           IF part-two-rows
               MOVE SPACES TO report-line
               STRING 'DETAIL QUOT  : ' prior-detail-quot ' BEFORE '
                   current-detail-quot ' NOW'
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
           END-IF
       .

       END PROGRAM Advent2-Compare.
