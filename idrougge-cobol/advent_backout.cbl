       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-Backout.
      *DESCRIPTION. Batch back-out: rolls every day/puzzle in the
      *    answers.dat master back to the value it held at a cut-off
      *    moment, using the superseded answers kept in
      *    answerhist.dat - the remedy for a night that posted bad
      *    answers, instead of one hand-built Advent-Answer-Maint
      *    correction per key.
      *
      *    The cut-off is taken from the first of:
      *        BACKOUT_CUTOFF_DATE (YYYYMMDD) with BACKOUT_CUTOFF_TIME
      *            (HHMMSScc, default 00000000)
      *        BACKOUT_BATCH_DATE (YYYYMMDD) - the start of the first
      *            step Advent-Driver ran that day, from stephist.dat
      *        the start of the batch recorded in runcontrol.dat -
      *            the earliest step start stamp it carries
      *    A key whose current answer was posted after the cut-off
      *    goes back to the value it was superseded from, a key
      *    first created after the cut-off is deleted, and a key
      *    deleted after the cut-off is written back. Each value the
      *    back-out supersedes or deletes is archived to
      *    answerhist.dat with action 'B', so Advent-Lineage shows
      *    the rollback as its own event. A restored or written-back
      *    answer is stamped with the back-out's own run date and
      *    time, and a written-back answer is also archived under
      *    'B' with that stamp as both its run and supersession
      *    stamp, marking the moment the key came back.
      *
      *    BACKOUT_MODE=U applies the back-out; any other value, or
      *    none, is a preview that lists on backout.rpt what would
      *    change without touching answers.dat. An update run
      *    refuses to start while the batch lock is held, the same
      *    as Advent-Answer-Maint; a preview only warns.
      *
      *    History records written before the supersession columns
      *    were carried cannot be placed in time and are left out
      *    of the back-out, with a count on the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT master-file ASSIGN TO 'answers.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS answer-key
                             FILE STATUS IS master-file-status.
           SELECT history-file ASSIGN TO 'answerhist.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS history-file-status.
           SELECT step-history-file ASSIGN TO 'stephist.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS step-history-status.
           SELECT run-control-file ASSIGN TO 'runcontrol.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS run-control-status.
           SELECT report-file ASSIGN TO 'backout.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS report-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD master-file.
           COPY "answerfile.cpy".
       FD history-file.
           COPY "histfile.cpy".
       FD step-history-file.
           COPY "stephist.cpy".
       FD run-control-file.
           COPY "runctl.cpy".
       FD report-file.
       01 report-line            PIC X(132).
       WORKING-STORAGE SECTION.
       77  master-file-status    PIC XX.
       77  history-file-status   PIC XX.
       77  step-history-status   PIC XX.
       77  run-control-status    PIC XX.
       77  report-file-status    PIC XX.
       77  run-date              PIC X(10).
       77  run-time              PIC X(08).
       77  backout-mode          PIC X     VALUE SPACE.
       77  batch-date            PIC X(10) VALUE SPACES.
       77  cutoff-source         PIC X(40) VALUE SPACES.
       77  history-count         PIC 9(05) VALUE ZERO.
       77  legacy-count          PIC 9(05) VALUE ZERO.
       77  unchanged-count       PIC 9(05) VALUE ZERO.
       77  restored-count        PIC 9(05) VALUE ZERO.
       77  deleted-count         PIC 9(05) VALUE ZERO.
       77  recreated-count       PIC 9(05) VALUE ZERO.
       77  failure-count         PIC 9(05) VALUE ZERO.
       77  key-index             PIC 9(03) VALUE ZERO.
       77  scan-index            PIC 9(04) VALUE ZERO.
       77  found-index           PIC 9(04) VALUE ZERO.
       77  action-label          PIC X(10).
       77  lock-action           PIC X.
       77  lock-state            PIC X.
       77  lock-stamp            PIC X(34).
       77  lock-override         PIC X     VALUE 'N'.
      * Stamps are compared whole, date then time, the way they are
      * written: YYYYMMDD padded to ten, then HHMMSScc.
       01  cutoff-stamp.
           05  cutoff-date       PIC X(10) VALUE SPACES.
           05  cutoff-time       PIC X(08) VALUE SPACES.
       01  candidate-stamp.
           05  candidate-date    PIC X(10).
           05  candidate-time    PIC X(08).
       01  switches.
           05  eof-switch        PIC 9     VALUE 0.
           88  eof                         VALUE 1.
           05  update-switch     PIC 9     VALUE 0.
           88  update-run                  VALUE 1.
           05  lock-refused-switch PIC 9   VALUE 0.
           88  lock-refused                VALUE 1.
           05  table-full-switch PIC 9     VALUE 0.
           88  history-table-full          VALUE 1.
           05  key-full-switch   PIC 9     VALUE 0.
           88  key-table-full              VALUE 1.
      * The stamped history, in file (and therefore supersession)
      * order, so the first entry for a key superseded at or after
      * the cut-off is the value the key held at the cut-off. Each
      * he-answer is laid out as answer-record and is moved back
      * whole when a key is restored, then restamped with the run.
       01  history-table.
           05  hist-count        PIC 9(04) VALUE ZERO.
           05  hist-entry        OCCURS 2000 TIMES.
               10  he-answer.
                   15  he-day            PIC 9(02).
                   15  he-puzzle         PIC 9(02).
                   15  he-summa          PIC 9(10).
                   15  he-run-stamp.
                       20  he-run-date   PIC X(10).
                       20  he-run-time   PIC X(08).
               10  he-super-stamp.
                   15  he-super-date     PIC X(10).
                   15  he-super-time     PIC X(08).
      * Every day/puzzle known to the master or the history, with
      * its current answer if it has one and the back-out decided
      * for it.
       01  key-table.
           05  key-count         PIC 9(03) VALUE ZERO.
           05  key-entry         OCCURS 100 TIMES.
               10  ke-day            PIC 9(02).
               10  ke-puzzle         PIC 9(02).
               10  ke-current-flag   PIC X.
               88  ke-has-current              VALUE 'Y'.
               10  ke-current.
                   15  FILLER            PIC 9(04).
                   15  ke-current-summa  PIC 9(10).
                   15  ke-current-stamp.
                       20  ke-current-date PIC X(10).
                       20  ke-current-time PIC X(08).
               10  ke-backout-action PIC X.
               88  ke-unchanged                VALUE 'U'.
               88  ke-restore                  VALUE 'R'.
               88  ke-delete                   VALUE 'D'.
               88  ke-recreate                 VALUE 'N'.
               88  ke-absent                   VALUE 'A'.
               10  ke-target-index   PIC 9(04).
       PROCEDURE DIVISION.
       Main.
           PERFORM Determine-run-parameters
           PERFORM Check-batch-lock
           IF lock-refused
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Determine-cutoff
           IF cutoff-date EQUAL SPACES
               DISPLAY 'Advent-Backout: no cut-off, set '
                   'BACKOUT_CUTOFF_DATE or BACKOUT_BATCH_DATE, or '
                   'run after a batch has started'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Load-history
           PERFORM Load-current-answers
           IF master-file-status NOT EQUAL '00' AND
               master-file-status NOT EQUAL '10' AND
               master-file-status NOT EQUAL '35'
               DISPLAY 'Advent-Backout: cannot read answers.dat, '
                   'status ' master-file-status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO key-index
           PERFORM Decide-key-backout
               UNTIL key-index NOT LESS THAN key-count
           OPEN OUTPUT report-file
           IF report-file-status NOT EQUAL '00'
               DISPLAY 'Advent-Backout: cannot open report file '
                   'backout.rpt'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Write-report-heading
           IF update-run
               PERFORM Open-for-update
           END-IF
           MOVE ZERO TO key-index
           PERFORM Report-key-backout
               UNTIL key-index NOT LESS THAN key-count
           IF update-run
               PERFORM Close-after-update
           END-IF
           PERFORM Write-report-totals
           CLOSE report-file
           IF update-run
               DISPLAY 'Advent-Backout: ' restored-count
                   ' restored, ' deleted-count ' deleted, '
                   recreated-count ' recreated, ' failure-count
                   ' failed, see backout.rpt'
           ELSE
               DISPLAY 'Advent-Backout: preview, ' restored-count
                   ' to restore, ' deleted-count ' to delete, '
                   recreated-count ' to recreate, see backout.rpt'
           END-IF
           IF failure-count NOT EQUAL ZERO
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
       .

       Determine-run-parameters.
           ACCEPT backout-mode FROM ENVIRONMENT 'BACKOUT_MODE'
               ON EXCEPTION
                   MOVE SPACE TO backout-mode
           END-ACCEPT
           IF backout-mode EQUAL 'U'
               SET update-run TO TRUE
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
       .

      * An update run must not race the nightly batch for
      * answers.dat: while Advent-Driver holds the batch lock it
      * refuses to start unless ADVENT_LOCK_OVERRIDE=Y. A preview
      * changes nothing and only warns that the batch may still be
      * moving the answers it is listing.
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
               IF NOT update-run
                   DISPLAY 'Advent-Backout: batch lock held by '
                       lock-stamp ', preview may not match the '
                       'answers the batch leaves'
               ELSE
                   IF lock-override EQUAL 'Y'
                       DISPLAY 'Advent-Backout: batch lock held by '
                           lock-stamp ', proceeding on operator '
                           'override'
                   ELSE
                       SET lock-refused TO TRUE
                       IF lock-state EQUAL 'S'
                           DISPLAY 'Advent-Backout: stale batch '
                               'lock held by ' lock-stamp ', batch '
                               'may have abended; set '
                               'ADVENT_LOCK_OVERRIDE=Y to proceed'
                       ELSE
                           DISPLAY 'Advent-Backout: batch lock '
                               'held by ' lock-stamp ', refusing '
                               'to run while the batch owns '
                               'answers.dat'
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      * An explicit cut-off wins; otherwise a batch date picks that
      * night's first step start out of stephist.dat; otherwise the
      * batch now in runcontrol.dat is the one backed out.
       Determine-cutoff.
           ACCEPT cutoff-date FROM ENVIRONMENT 'BACKOUT_CUTOFF_DATE'
               ON EXCEPTION
                   MOVE SPACES TO cutoff-date
           END-ACCEPT
           IF cutoff-date NOT EQUAL SPACES
               ACCEPT cutoff-time FROM ENVIRONMENT
                   'BACKOUT_CUTOFF_TIME'
                   ON EXCEPTION
                       MOVE SPACES TO cutoff-time
               END-ACCEPT
               IF cutoff-time EQUAL SPACES
                   MOVE '00000000' TO cutoff-time
               END-IF
               MOVE 'BACKOUT_CUTOFF_DATE/TIME' TO cutoff-source
           ELSE
               ACCEPT batch-date FROM ENVIRONMENT
                   'BACKOUT_BATCH_DATE'
                   ON EXCEPTION
                       MOVE SPACES TO batch-date
               END-ACCEPT
               IF batch-date NOT EQUAL SPACES
                   PERFORM Find-batch-start-in-history
               ELSE
                   PERFORM Find-batch-start-in-run-control
               END-IF
           END-IF
       .

       Find-batch-start-in-history.
           OPEN INPUT step-history-file
           IF step-history-status EQUAL '00'
               INITIALIZE eof-switch
               PERFORM UNTIL eof
                   READ step-history-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           IF sh-start-date EQUAL batch-date
                               MOVE sh-start-date TO candidate-date
                               MOVE sh-start-time TO candidate-time
                               PERFORM Keep-earliest-start
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE step-history-file
           END-IF
           IF cutoff-date EQUAL SPACES
               DISPLAY 'Advent-Backout: no step started on '
                   batch-date ' in stephist.dat'
           ELSE
               MOVE 'BATCH OF BACKOUT_BATCH_DATE' TO cutoff-source
           END-IF
       .

       Find-batch-start-in-run-control.
           OPEN INPUT run-control-file
           IF run-control-status EQUAL '00'
               INITIALIZE eof-switch
               PERFORM UNTIL eof
                   READ run-control-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           IF rc-start-date NOT EQUAL SPACES
                               MOVE rc-start-date TO candidate-date
                               MOVE rc-start-time TO candidate-time
                               PERFORM Keep-earliest-start
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE run-control-file
           END-IF
           IF cutoff-date NOT EQUAL SPACES
               MOVE 'BATCH IN runcontrol.dat' TO cutoff-source
           END-IF
       .

       Keep-earliest-start.
           IF cutoff-date EQUAL SPACES OR
               candidate-stamp LESS THAN cutoff-stamp
               MOVE candidate-stamp TO cutoff-stamp
           END-IF
       .

      * answerhist.dat is append-only, so file order is supersession
      * order; a missing history file just means nothing has ever
      * been superseded and only keys created after the cut-off
      * move.
       Load-history.
           OPEN INPUT history-file
           IF history-file-status EQUAL '00'
               INITIALIZE eof-switch
               PERFORM UNTIL eof
                   READ history-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM Store-history-record
                   END-READ
               END-PERFORM
               CLOSE history-file
           END-IF
       .

       Store-history-record.
           ADD 1 TO history-count
           IF hist-super-date EQUAL SPACES
               ADD 1 TO legacy-count
           ELSE
               IF hist-count LESS THAN 2000
                   ADD 1 TO hist-count
                   MOVE hist-answer TO he-answer(hist-count)
                   MOVE hist-super-date TO he-super-date(hist-count)
                   MOVE hist-super-time TO he-super-time(hist-count)
                   MOVE hist-day-number TO answer-day-number
                   MOVE hist-puzzle-number TO answer-puzzle-number
                   PERFORM Find-or-add-key
               ELSE
                   PERFORM Report-history-table-full
               END-IF
           END-IF
       .

      * A back-out built on part of the history would restore the
      * wrong values, so a full table is an error, not a warning.
       Report-history-table-full.
           IF NOT history-table-full
               SET history-table-full TO TRUE
               ADD 1 TO failure-count
               DISPLAY 'Advent-Backout: more than 2000 history '
                   'records, newest history not considered'
           END-IF
       .

       Load-current-answers.
           OPEN INPUT master-file
           IF master-file-status EQUAL '00'
               INITIALIZE eof-switch
               PERFORM UNTIL eof
                   READ master-file NEXT RECORD
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM Store-current-answer
                   END-READ
               END-PERFORM
               CLOSE master-file
           END-IF
       .

       Store-current-answer.
           PERFORM Find-or-add-key
           IF key-index NOT EQUAL ZERO
               SET ke-has-current(key-index) TO TRUE
               MOVE answer-record TO ke-current(key-index)
           END-IF
       .

      * Looks up the day/puzzle in answer-key, adding it when it is
      * new; key-index comes back zero only when the table is full.
       Find-or-add-key.
           MOVE ZERO TO found-index
           MOVE ZERO TO key-index
           PERFORM Match-key
               UNTIL key-index NOT LESS THAN key-count OR
                   found-index NOT EQUAL ZERO
           IF found-index NOT EQUAL ZERO
               MOVE found-index TO key-index
           ELSE
               IF key-count LESS THAN 100
                   ADD 1 TO key-count
                   MOVE key-count TO key-index
                   MOVE answer-day-number TO ke-day(key-index)
                   MOVE answer-puzzle-number TO ke-puzzle(key-index)
                   MOVE SPACE TO ke-current-flag(key-index)
                   MOVE ZERO TO ke-current(key-index)
                   MOVE SPACE TO ke-backout-action(key-index)
                   MOVE ZERO TO ke-target-index(key-index)
               ELSE
                   MOVE ZERO TO key-index
                   PERFORM Report-key-table-full
               END-IF
           END-IF
       .

       Match-key.
           ADD 1 TO key-index
           IF ke-day(key-index) EQUAL answer-day-number AND
               ke-puzzle(key-index) EQUAL answer-puzzle-number
               MOVE key-index TO found-index
           END-IF
       .

       Report-key-table-full.
           IF NOT key-table-full
               SET key-table-full TO TRUE
               ADD 1 TO failure-count
               DISPLAY 'Advent-Backout: more than 100 day/puzzle '
                   'keys, the rest are not backed out'
           END-IF
       .

      * The value a key held at the cut-off is the first one
      * superseded at or after it - provided that value had already
      * been posted by then; if it was posted after the cut-off the
      * key did not exist at the cut-off. With no supersession since
      * the cut-off the current answer stands, unless it was itself
      * created after the cut-off.
       Decide-key-backout.
           ADD 1 TO key-index
           MOVE ZERO TO found-index
           MOVE ZERO TO scan-index
           PERFORM Find-first-superseded
               UNTIL scan-index NOT LESS THAN hist-count OR
                   found-index NOT EQUAL ZERO
           IF found-index NOT EQUAL ZERO
               IF he-run-stamp(found-index) LESS THAN cutoff-stamp
                   MOVE found-index TO ke-target-index(key-index)
                   IF NOT ke-has-current(key-index)
                       SET ke-recreate(key-index) TO TRUE
                   ELSE
                       IF he-answer(found-index) EQUAL
                           ke-current(key-index)
                           SET ke-unchanged(key-index) TO TRUE
                       ELSE
                           SET ke-restore(key-index) TO TRUE
                       END-IF
                   END-IF
               ELSE
                   IF ke-has-current(key-index)
                       SET ke-delete(key-index) TO TRUE
                   ELSE
                       SET ke-absent(key-index) TO TRUE
                   END-IF
               END-IF
           ELSE
               IF NOT ke-has-current(key-index)
                   SET ke-absent(key-index) TO TRUE
               ELSE
                   IF ke-current-stamp(key-index) LESS THAN
                       cutoff-stamp
                       SET ke-unchanged(key-index) TO TRUE
                   ELSE
                       SET ke-delete(key-index) TO TRUE
                   END-IF
               END-IF
           END-IF
       .

       Find-first-superseded.
           ADD 1 TO scan-index
           IF he-day(scan-index) EQUAL ke-day(key-index) AND
               he-puzzle(scan-index) EQUAL ke-puzzle(key-index) AND
               he-super-stamp(scan-index) NOT LESS THAN cutoff-stamp
               MOVE scan-index TO found-index
           END-IF
       .

      * Nothing is changed in answers.dat unless the whole history
      * was considered and the superseded values can be archived
      * first: an update run that overflowed a table or cannot
      * append to answerhist.dat changes no key at all.
       Open-for-update.
           IF failure-count NOT EQUAL ZERO
               DISPLAY 'Advent-Backout: tables overflowed, nothing '
                   'backed out'
               MOVE ZERO TO update-switch
           ELSE
               PERFORM Open-history-and-master
           END-IF
           IF NOT update-run
               MOVE SPACES TO report-line
               STRING 'ABANDONED    : answers.dat not changed, '
                   'listing only' DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
           END-IF
       .

       Open-history-and-master.
           OPEN EXTEND history-file
           IF history-file-status EQUAL '35'
               OPEN OUTPUT history-file
           END-IF
           IF history-file-status NOT EQUAL '00'
               DISPLAY 'Advent-Backout: cannot open answerhist.dat, '
                   'status ' history-file-status ', nothing backed '
                   'out'
               ADD 1 TO failure-count
               MOVE ZERO TO update-switch
           ELSE
               OPEN I-O master-file
               IF master-file-status EQUAL '35'
                   OPEN OUTPUT master-file
                   CLOSE master-file
                   OPEN I-O master-file
               END-IF
               IF master-file-status NOT EQUAL '00'
                   DISPLAY 'Advent-Backout: cannot open '
                       'answers.dat, status ' master-file-status
                       ', nothing backed out'
                   ADD 1 TO failure-count
                   MOVE ZERO TO update-switch
                   CLOSE history-file
               END-IF
           END-IF
       .

       Close-after-update.
           CLOSE master-file
           CLOSE history-file
       .

       Report-key-backout.
           ADD 1 TO key-index
           EVALUATE TRUE
               WHEN ke-unchanged(key-index)
                   ADD 1 TO unchanged-count
               WHEN ke-restore(key-index)
                   PERFORM Restore-answer
               WHEN ke-delete(key-index)
                   PERFORM Delete-answer
               WHEN ke-recreate(key-index)
                   PERFORM Recreate-answer
           END-EVALUATE
       .

       Restore-answer.
           MOVE ke-target-index(key-index) TO found-index
           MOVE 'RESTORE   ' TO action-label
           IF update-run
               MOVE ke-day(key-index) TO answer-day-number
               MOVE ke-puzzle(key-index) TO answer-puzzle-number
               READ master-file
                   INVALID KEY CONTINUE
               END-READ
               IF master-file-status EQUAL '00'
                   PERFORM Archive-superseded-answer
                   MOVE he-answer(found-index) TO answer-record
                   MOVE run-date TO answer-run-date
                   MOVE run-time TO answer-run-time
                   REWRITE answer-record
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               IF master-file-status NOT EQUAL '00'
                   MOVE 'FAILED    ' TO action-label
                   ADD 1 TO failure-count
               ELSE
                   ADD 1 TO restored-count
               END-IF
           ELSE
               ADD 1 TO restored-count
           END-IF
           MOVE SPACES TO report-line
           STRING action-label ' DAY ' ke-day(key-index)
               ' PUZZLE ' ke-puzzle(key-index)
               ' ' ke-current-summa(key-index)
               ' -> ' he-summa(found-index)
               ' FROM ' he-run-date(found-index)
               ' ' he-run-time(found-index)
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       Delete-answer.
           MOVE 'DELETE    ' TO action-label
           IF update-run
               MOVE ke-day(key-index) TO answer-day-number
               MOVE ke-puzzle(key-index) TO answer-puzzle-number
               READ master-file
                   INVALID KEY CONTINUE
               END-READ
               IF master-file-status EQUAL '00'
                   PERFORM Archive-superseded-answer
                   DELETE master-file RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
               IF master-file-status NOT EQUAL '00'
                   MOVE 'FAILED    ' TO action-label
                   ADD 1 TO failure-count
               ELSE
                   ADD 1 TO deleted-count
               END-IF
           ELSE
               ADD 1 TO deleted-count
           END-IF
           MOVE SPACES TO report-line
           STRING action-label ' DAY ' ke-day(key-index)
               ' PUZZLE ' ke-puzzle(key-index)
               ' ' ke-current-summa(key-index)
               ' CREATED ' ke-current-date(key-index)
               ' ' ke-current-time(key-index)
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

      * A key deleted since the cut-off has no current answer to
      * supersede. The written-back answer carries the back-out's
      * run stamp and is archived under 'B' as it is written, run
      * and supersession stamp alike, so the lineage report shows
      * the key coming back and a later back-out to a cut-off
      * before this run sees the key as absent until now.
       Recreate-answer.
           MOVE ke-target-index(key-index) TO found-index
           MOVE 'RECREATE  ' TO action-label
           IF update-run
               MOVE he-answer(found-index) TO answer-record
               MOVE run-date TO answer-run-date
               MOVE run-time TO answer-run-time
               WRITE answer-record
                   INVALID KEY CONTINUE
               END-WRITE
               IF master-file-status EQUAL '00'
                   PERFORM Archive-superseded-answer
               END-IF
               IF master-file-status NOT EQUAL '00'
                   MOVE 'FAILED    ' TO action-label
                   ADD 1 TO failure-count
               ELSE
                   ADD 1 TO recreated-count
               END-IF
           ELSE
               ADD 1 TO recreated-count
           END-IF
           MOVE SPACES TO report-line
           STRING action-label ' DAY ' ke-day(key-index)
               ' PUZZLE ' ke-puzzle(key-index)
               ' ' he-summa(found-index)
               ' FROM ' he-run-date(found-index)
               ' ' he-run-time(found-index)
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

      * The value being backed out goes to the history like any
      * other superseded answer, under action 'B', so the lineage
      * report shows the rollback and a later back-out can see
      * past it; so does a written-back answer, just after it is
      * written.
       Archive-superseded-answer.
           MOVE answer-record TO hist-answer
           MOVE run-date TO hist-super-date
           MOVE run-time TO hist-super-time
           MOVE 'Advent-Backout' TO hist-source-program
           MOVE 'B' TO hist-action
           MOVE SPACES TO hist-requested-by
           MOVE SPACES TO hist-approved-by
           WRITE history-record
       .

       Write-report-heading.
           MOVE SPACES TO report-line
           STRING 'PROGRAM      : Advent-Backout'
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
           STRING 'CUT-OFF      : ' cutoff-date ' ' cutoff-time
               ' (' DELIMITED BY SIZE
               cutoff-source DELIMITED BY '  '
               ')' DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           IF update-run
               STRING 'MODE         : UPDATE'
                   DELIMITED BY SIZE INTO report-line
               END-STRING
           ELSE
               STRING 'MODE         : PREVIEW, answers.dat not '
                   'changed' DELIMITED BY SIZE INTO report-line
               END-STRING
           END-IF
           WRITE report-line
       .

       Write-report-totals.
           MOVE SPACES TO report-line
           STRING 'KEYS         : ' key-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'UNCHANGED    : ' unchanged-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'RESTORED     : ' restored-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'DELETED      : ' deleted-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'RECREATED    : ' recreated-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'FAILED       : ' failure-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'LEGACY HIST  : ' legacy-count
               ' (no supersession stamp, not used)'
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       END PROGRAM Advent-Backout.
