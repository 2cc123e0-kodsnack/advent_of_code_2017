       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-Replay.
      *DESCRIPTION. Replays a past business date in a sandbox and
      *    compares the result with what was published for that
      *    date, to settle whether a published answer was right
      *    without rerunning anything against the live master.
      *
      *    The business date comes from the command line, then from
      *    environment variable REPLAY_BUSINESS_DATE. The snapshot
      *    catalog, snapcat.dat, gives the snapshots still retained
      *    for that date; every day-program step in runcontrol.dat
      *    whose input has one is replayed, with the step's own mode
      *    flag, and a step whose input has none is listed as not
      *    replayable.
      *
      *    The sandbox is a new directory, REPLAY_SANDBOX_DIR when
      *    set (a plain name, created beside the live files),
      *    otherwise 'replay' followed by the business date and the
      *    time of the run. A staging.dat of verified records naming
      *    the date's snapshots is written there, and the day
      *    programs are run with the sandbox as the current
      *    directory, so their answers.dat, answerhist.dat, audit.log
      *    and every other file they write are the sandbox's own and
      *    the live master, audit.log and answerhist.dat are never
      *    opened. A sandbox that already exists is refused rather
      *    than mixed with an earlier replay. The day programs are
      *    CALLed the way Advent-Driver calls them, so build this
      *    program together with them.
      *
      *    Each answer in the sandbox answers.dat is then compared on
      *    replay.rpt with the answer published from that business
      *    date: the last version of the day/puzzle, in answers.dat
      *    or answerhist.dat, run between the date's staging and the
      *    staging of the next business date in the catalog (or
      *    since, when none is later). Each line says MATCH or
      *    DIFFERENT, or NOT PUBLISHED when no version was run in
      *    that window. A version carrying the run stamp of an
      *    Advent-Backout run - the stamp that run put on every
      *    answer it restored or wrote back, found from its action
      *    'B' records in answerhist.dat - was written back by the
      *    back-out, not run from a staged input, and is never taken
      *    as published. RETURN-CODE is 1 when nothing could be
      *    replayed or a replayed step failed, and 2 when any answer
      *    differs or was not published.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT catalog-file ASSIGN TO 'snapcat.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS catalog-file-status.
           SELECT run-control-file ASSIGN TO 'runcontrol.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS run-control-status.
           SELECT sandbox-staging-file ASSIGN TO DYNAMIC
                             sandbox-staging-name
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS sandbox-staging-status.
           SELECT sandbox-master-file ASSIGN TO DYNAMIC
                             sandbox-master-name
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS sandbox-answer-key
                             FILE STATUS IS sandbox-master-status.
           SELECT master-file ASSIGN TO 'answers.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS answer-key
                             FILE STATUS IS master-file-status.
           SELECT history-file ASSIGN TO 'answerhist.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS history-file-status.
           SELECT report-file ASSIGN TO 'replay.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS report-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD catalog-file.
           COPY "snapcat.cpy".
       FD run-control-file.
           COPY "runctl.cpy".
       FD sandbox-staging-file.
           COPY "stagefile.cpy".
       FD sandbox-master-file.
      * The sandbox's answers.dat, answerfile.cpy's layout under its
      * own names.
       01 sandbox-answer-record.
           05  sandbox-answer-key.
               10  sandbox-day-number    PIC 9(02).
               10  sandbox-puzzle-number PIC 9(02).
           05  sandbox-summa         PIC 9(10).
           05  sandbox-run-date      PIC X(10).
           05  sandbox-run-time      PIC X(08).
       FD master-file.
           COPY "answerfile.cpy".
       FD history-file.
           COPY "histfile.cpy".
       FD report-file.
       01 report-line            PIC X(160).
       WORKING-STORAGE SECTION.
       77  catalog-file-status   PIC XX.
       77  run-control-status    PIC XX.
       77  sandbox-staging-status PIC XX.
       77  sandbox-master-status PIC XX.
       77  master-file-status    PIC XX.
       77  history-file-status   PIC XX.
       77  report-file-status    PIC XX.
       77  business-date         PIC X(10)  VALUE SPACES.
       77  sandbox-directory     PIC X(40)  VALUE SPACES.
       77  sandbox-staging-name  PIC X(100).
       77  sandbox-master-name   PIC X(100).
       77  live-directory        PIC X(256) VALUE SPACES.
       77  run-date              PIC X(10).
       77  run-time              PIC X(08).
       77  slash-count           PIC 99     VALUE ZERO.
       77  step-day-digit        PIC X.
       77  env-variable-name     PIC X(20).
       77  step-rc               PIC S9(09) VALUE ZERO.
       77  step-arguments        PIC X(100) VALUE SPACES.
       77  step-index            PIC 99     VALUE ZERO.
       77  catalog-index         PIC 99     VALUE ZERO.
       77  found-index           PIC 99     VALUE ZERO.
       77  backout-index         PIC 99     VALUE ZERO.
       77  backout-found         PIC 99     VALUE ZERO.
      * The window an answer must have been run in to count as
      * published from the business date: from the date's staging
      * up to, not including, the next later date's staging.
       77  window-start          PIC X(16)  VALUE HIGH-VALUES.
       77  window-end            PIC X(16)  VALUE HIGH-VALUES.
       77  candidate-stamp       PIC X(16).
       77  candidate-date        PIC X(10).
       77  candidate-time        PIC X(08).
       77  published-stamp       PIC X(16).
       77  published-summa       PIC 9(10)  VALUE ZERO.
       77  published-date        PIC X(10).
       77  published-time        PIC X(08).
       77  replayed-count        PIC 9(05)  VALUE ZERO.
       77  unreplayable-count    PIC 9(05)  VALUE ZERO.
       77  step-failed-count     PIC 9(05)  VALUE ZERO.
       77  answer-count          PIC 9(05)  VALUE ZERO.
       77  match-count           PIC 9(05)  VALUE ZERO.
       77  different-count       PIC 9(05)  VALUE ZERO.
       77  unpublished-count     PIC 9(05)  VALUE ZERO.
       01  switches.
           05  eof-switch        PIC 9      VALUE 0.
           88  eof                          VALUE 1.
           05  sandbox-switch    PIC 9      VALUE 0.
           88  sandbox-ready                VALUE 1.
           05  published-switch  PIC 9      VALUE 0.
           88  published-found              VALUE 1.
           05  catalog-full-switch PIC 9    VALUE 0.
           88  catalog-table-full           VALUE 1.
           05  master-open-switch PIC 9     VALUE 0.
           88  master-open                  VALUE 1.
           05  backout-full-switch PIC 9    VALUE 0.
           88  backout-table-full           VALUE 1.
      * The date's retained snapshots, from snapcat.dat.
       01  catalog-table.
           05  catalog-count     PIC 99     VALUE ZERO.
           05  catalog-entry     OCCURS 50 TIMES.
               10  ct-input-file     PIC X(100).
               10  ct-snapshot-name  PIC X(100).
               10  ct-record-count   PIC 9(10).
               10  ct-byte-count     PIC 9(10).
               10  ct-verify-date    PIC X(10).
               10  ct-verify-time    PIC X(08).
      * The day-program steps of runcontrol.dat and what became of
      * each: R replayable, X not replayable, C replayed clean,
      * F replayed and failed.
       01  step-table.
           05  step-count        PIC 99     VALUE ZERO.
           05  step-entry        OCCURS 20 TIMES.
               10  rs-step-name      PIC X(16).
               10  rs-input-file     PIC X(100).
               10  rs-mode-flag      PIC X.
               10  rs-catalog-index  PIC 99.
               10  rs-outcome        PIC X.
               88  rs-replayable                VALUE 'R'.
               88  rs-not-replayable            VALUE 'X'.
               10  rs-return-code    PIC 9(04).
      * The run stamps of the Advent-Backout runs, each taken once
      * from the supersession stamp of its action 'B' history
      * records and laid out like candidate-stamp.
       01  backout-table.
           05  backout-count     PIC 99     VALUE ZERO.
           05  backout-stamp     PIC X(16)  OCCURS 50 TIMES.
      * CBL_CHECK_FILE_EXIST's answer, wanted only for its return
      * code.
       01  snapshot-file-info.
           05  sfi-size          PIC X(8) COMP-X.
           05  FILLER            PIC X(8).
       PROCEDURE DIVISION.
       Main.
           PERFORM Determine-run-parameters
           IF business-date EQUAL SPACES OR
               business-date(1:8) IS NOT NUMERIC
               DISPLAY 'Advent-Replay: no business date to replay, '
                   'give one on the command line or in '
                   'REPLAY_BUSINESS_DATE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF slash-count NOT EQUAL ZERO
               DISPLAY 'Advent-Replay: REPLAY_SANDBOX_DIR must be a '
                   'plain directory name: ' sandbox-directory
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT report-file
           IF report-file-status NOT EQUAL '00'
               DISPLAY 'Advent-Replay: cannot open report file '
                   'replay.rpt'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Write-report-heading
           PERFORM Load-catalog
           PERFORM Load-replay-steps
           IF replayed-count EQUAL ZERO
               DISPLAY 'Advent-Replay: nothing retained for business '
                   'date ' business-date ' can be replayed'
           ELSE
               PERFORM Prepare-sandbox
           END-IF
           IF sandbox-ready
               PERFORM Run-replay-steps
               PERFORM Compare-replayed-answers
           END-IF
           PERFORM Write-report-totals
           CLOSE report-file
           DISPLAY 'Advent-Replay: ' replayed-count ' of the steps '
               'replayable, ' match-count ' match, ' different-count
               ' different, ' unpublished-count ' not published, '
               'see replay.rpt'
           EVALUATE TRUE
               WHEN NOT sandbox-ready
                   MOVE 1 TO RETURN-CODE
               WHEN step-failed-count NOT EQUAL ZERO
                   MOVE 1 TO RETURN-CODE
               WHEN different-count NOT EQUAL ZERO
                   MOVE 2 TO RETURN-CODE
               WHEN unpublished-count NOT EQUAL ZERO
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK
       .

       Determine-run-parameters.
           ACCEPT business-date FROM COMMAND-LINE
           IF business-date EQUAL SPACES
               ACCEPT business-date FROM ENVIRONMENT
                   'REPLAY_BUSINESS_DATE'
                   ON EXCEPTION
                       MOVE SPACES TO business-date
               END-ACCEPT
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           ACCEPT sandbox-directory FROM ENVIRONMENT
               'REPLAY_SANDBOX_DIR'
               ON EXCEPTION
                   MOVE SPACES TO sandbox-directory
           END-ACCEPT
           IF sandbox-directory EQUAL SPACES
               STRING 'replay' business-date(1:8) '.' run-time(1:6)
                   DELIMITED BY SIZE INTO sandbox-directory
               END-STRING
           END-IF
           MOVE ZERO TO slash-count
           INSPECT sandbox-directory TALLYING slash-count
               FOR ALL '/'
           MOVE SPACES TO sandbox-staging-name
           STRING sandbox-directory DELIMITED BY SPACE
               '/staging.dat' DELIMITED BY SIZE
               INTO sandbox-staging-name
           END-STRING
           MOVE SPACES TO sandbox-master-name
           STRING sandbox-directory DELIMITED BY SPACE
               '/answers.dat' DELIMITED BY SIZE
               INTO sandbox-master-name
           END-STRING
       .

      * Retained snapshots for the date go into the table, and every
      * entry, retained or not, marks the window: the date's own
      * staging opens it and the first staging of any later date
      * closes it.
       Load-catalog.
           OPEN INPUT catalog-file
           IF catalog-file-status NOT EQUAL '00'
               DISPLAY 'Advent-Replay: cannot open snapcat.dat, '
                   'status ' catalog-file-status
           ELSE
               PERFORM UNTIL eof
                   READ catalog-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM Store-catalog-entry
                   END-READ
               END-PERFORM
               CLOSE catalog-file
           END-IF
       .

       Store-catalog-entry.
           MOVE SPACES TO candidate-stamp
           STRING snap-verify-date(1:8) snap-verify-time
               DELIMITED BY SIZE INTO candidate-stamp
           END-STRING
           IF snap-business-date EQUAL business-date
               IF candidate-stamp LESS THAN window-start
                   MOVE candidate-stamp TO window-start
               END-IF
               IF snap-retained
                   PERFORM Add-catalog-entry
               END-IF
           END-IF
           IF snap-business-date GREATER THAN business-date AND
               candidate-stamp LESS THAN window-end
               MOVE candidate-stamp TO window-end
           END-IF
       .

       Add-catalog-entry.
           IF catalog-count LESS THAN 50
               ADD 1 TO catalog-count
               MOVE snap-input-file TO ct-input-file(catalog-count)
               MOVE snap-snapshot-name
                   TO ct-snapshot-name(catalog-count)
               MOVE snap-record-count
                   TO ct-record-count(catalog-count)
               MOVE snap-byte-count TO ct-byte-count(catalog-count)
               MOVE snap-verify-date
                   TO ct-verify-date(catalog-count)
               MOVE snap-verify-time
                   TO ct-verify-time(catalog-count)
           ELSE
               IF NOT catalog-table-full
                   SET catalog-table-full TO TRUE
                   DISPLAY 'Advent-Replay: more than 50 snapshots '
                       'for ' business-date ', the rest are not '
                       'replayed'
               END-IF
           END-IF
       .

      * The day programs are the AdventN-1 steps, named for their
      * day digit the way Advent-Driver reads it; a day's other
      * programs, such as Advent2-Compare, read what the day program
      * wrote rather than a staged input and are not replayed. Each
      * day program is matched to its input's snapshot for the
      * date, which must still be on disk.
       Load-replay-steps.
           OPEN INPUT run-control-file
           IF run-control-status NOT EQUAL '00'
               DISPLAY 'Advent-Replay: cannot open runcontrol.dat, '
                   'status ' run-control-status
           ELSE
               MOVE 0 TO eof-switch
               PERFORM UNTIL eof
                   READ run-control-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM Store-replay-step
                   END-READ
               END-PERFORM
               CLOSE run-control-file
           END-IF
       .

       Store-replay-step.
           MOVE rc-step-name(7:1) TO step-day-digit
           IF step-day-digit IS NUMERIC AND
               rc-step-name(8:) EQUAL '-1' AND
               step-count LESS THAN 20
               ADD 1 TO step-count
               MOVE rc-step-name TO rs-step-name(step-count)
               MOVE rc-input-file TO rs-input-file(step-count)
               MOVE rc-mode-flag TO rs-mode-flag(step-count)
               MOVE ZERO TO rs-return-code(step-count)
               PERFORM Find-step-snapshot
               MOVE found-index TO rs-catalog-index(step-count)
               IF found-index EQUAL ZERO
                   SET rs-not-replayable(step-count) TO TRUE
                   ADD 1 TO unreplayable-count
                   PERFORM Report-not-replayable
               ELSE
                   SET rs-replayable(step-count) TO TRUE
                   ADD 1 TO replayed-count
               END-IF
           END-IF
       .

       Find-step-snapshot.
           MOVE ZERO TO found-index
           MOVE ZERO TO catalog-index
           PERFORM Match-step-snapshot
               UNTIL catalog-index NOT LESS THAN catalog-count
                   OR found-index NOT EQUAL ZERO
           IF found-index NOT EQUAL ZERO
               CALL 'CBL_CHECK_FILE_EXIST' USING
                   ct-snapshot-name(found-index) snapshot-file-info
               IF RETURN-CODE NOT EQUAL ZERO
                   MOVE ZERO TO RETURN-CODE
                   MOVE ZERO TO found-index
               END-IF
           END-IF
       .

       Match-step-snapshot.
           ADD 1 TO catalog-index
           IF ct-input-file(catalog-index) EQUAL
               rc-input-file
               MOVE catalog-index TO found-index
           END-IF
       .

      * The sandbox must be new; its staging.dat marks each
      * replayable input verified against its snapshot, named from
      * inside the sandbox.
       Prepare-sandbox.
           CALL 'CBL_CREATE_DIR' USING sandbox-directory
           IF RETURN-CODE NOT EQUAL ZERO
               MOVE ZERO TO RETURN-CODE
               DISPLAY 'Advent-Replay: cannot create sandbox '
                   sandbox-directory ', it may already exist'
           ELSE
               OPEN OUTPUT sandbox-staging-file
               IF sandbox-staging-status NOT EQUAL '00'
                   DISPLAY 'Advent-Replay: cannot write '
                       sandbox-staging-name
               ELSE
                   MOVE ZERO TO step-index
                   PERFORM Write-sandbox-staging
                       UNTIL step-index NOT LESS THAN step-count
                   CLOSE sandbox-staging-file
                   SET sandbox-ready TO TRUE
               END-IF
           END-IF
       .

       Write-sandbox-staging.
           ADD 1 TO step-index
           IF rs-replayable(step-index)
               MOVE rs-catalog-index(step-index) TO catalog-index
               MOVE rs-input-file(step-index) TO stage-file-name
               MOVE 'V' TO stage-status
               MOVE business-date TO stage-business-date
               MOVE ct-verify-date(catalog-index)
                   TO stage-verify-date
               MOVE ct-verify-time(catalog-index)
                   TO stage-verify-time
               MOVE ct-record-count(catalog-index)
                   TO stage-record-count
               MOVE ct-byte-count(catalog-index) TO stage-byte-count
               MOVE SPACES TO stage-snapshot-name
               STRING '../' ct-snapshot-name(catalog-index)
                   DELIMITED BY SIZE INTO stage-snapshot-name
               END-STRING
               MOVE business-date TO stage-last-business-date
               WRITE staging-record
           END-IF
       .

      * The live directory is noted first and returned to after
      * the last step, whatever the steps did.
       Run-replay-steps.
           CALL 'CBL_GET_CURRENT_DIR' USING BY VALUE 0
               BY VALUE 256 BY REFERENCE live-directory
           CALL 'CBL_CHANGE_DIR' USING sandbox-directory
           IF RETURN-CODE NOT EQUAL ZERO
               MOVE ZERO TO RETURN-CODE
               DISPLAY 'Advent-Replay: cannot enter sandbox '
                   sandbox-directory
               MOVE 0 TO sandbox-switch
           ELSE
      * The day programs take a command-line argument as their input
      * file, so the business date is cleared from it first.
               MOVE SPACES TO step-arguments
               DISPLAY step-arguments UPON COMMAND-LINE
               SET ENVIRONMENT 'ADVENT_STAGE_BYPASS' TO 'N'
               MOVE ZERO TO step-index
               PERFORM Run-replay-step
                   UNTIL step-index NOT LESS THAN step-count
               CALL 'CBL_CHANGE_DIR' USING live-directory
               MOVE ZERO TO RETURN-CODE
           END-IF
       .

       Run-replay-step.
           ADD 1 TO step-index
           IF rs-replayable(step-index)
               MOVE rs-step-name(step-index)(7:1) TO step-day-digit
               MOVE SPACES TO env-variable-name
               STRING 'DAY' step-day-digit '_INPUT_FILE'
                   DELIMITED BY SIZE INTO env-variable-name
               END-STRING
               SET ENVIRONMENT env-variable-name
                   TO rs-input-file(step-index)
               MOVE SPACES TO env-variable-name
               STRING 'DAY' step-day-digit '_MODE'
                   DELIMITED BY SIZE INTO env-variable-name
               END-STRING
               SET ENVIRONMENT env-variable-name
                   TO rs-mode-flag(step-index)
               MOVE ZERO TO RETURN-CODE
               CALL rs-step-name(step-index)
                   ON EXCEPTION
                       DISPLAY 'Advent-Replay: cannot load program '
                           rs-step-name(step-index)
                       MOVE 1 TO RETURN-CODE
               END-CALL
               MOVE RETURN-CODE TO step-rc
               MOVE ZERO TO RETURN-CODE
               MOVE step-rc TO rs-return-code(step-index)
               IF step-rc EQUAL ZERO
                   MOVE 'C' TO rs-outcome(step-index)
               ELSE
                   MOVE 'F' TO rs-outcome(step-index)
                   ADD 1 TO step-failed-count
               END-IF
               PERFORM Report-replayed-step
           END-IF
       .

      * Every answer the sandbox holds was posted by the replay, so
      * each is compared in key order with its published version.
       Compare-replayed-answers.
           PERFORM Load-backout-stamps
           OPEN INPUT sandbox-master-file
           IF sandbox-master-status NOT EQUAL '00'
               DISPLAY 'Advent-Replay: no answers in '
                   sandbox-master-name
           ELSE
               OPEN INPUT master-file
               IF master-file-status EQUAL '00'
                   SET master-open TO TRUE
               END-IF
               MOVE 0 TO eof-switch
               PERFORM UNTIL eof
                   READ sandbox-master-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           ADD 1 TO answer-count
                           PERFORM Compare-one-answer
                   END-READ
               END-PERFORM
               CLOSE sandbox-master-file
               IF master-open
                   CLOSE master-file
               END-IF
           END-IF
       .

      * A back-out restamps what it restores or writes back with its
      * own run date and time, and archives under 'B' with that same
      * stamp as the supersession stamp; those are the stamps to
      * pass over when weighing versions.
       Load-backout-stamps.
           OPEN INPUT history-file
           IF history-file-status EQUAL '00'
               MOVE 0 TO eof-switch
               PERFORM UNTIL eof
                   READ history-file
                       AT END SET eof TO TRUE
                       NOT AT END
                           IF hist-action EQUAL 'B' AND
                               hist-source-program EQUAL
                                   'Advent-Backout'
                               PERFORM Store-backout-stamp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE history-file
               MOVE 0 TO eof-switch
           END-IF
       .

       Store-backout-stamp.
           MOVE SPACES TO candidate-stamp
           STRING hist-super-date(1:8) hist-super-time
               DELIMITED BY SIZE INTO candidate-stamp
           END-STRING
           PERFORM Find-backout-stamp
           IF backout-found EQUAL ZERO
               IF backout-count LESS THAN 50
                   ADD 1 TO backout-count
                   MOVE candidate-stamp TO backout-stamp(backout-count)
               ELSE
                   IF NOT backout-table-full
                       SET backout-table-full TO TRUE
                       DISPLAY 'Advent-Replay: more than 50 back-out '
                           'runs in answerhist.dat, later ones not '
                           'recognised'
                   END-IF
               END-IF
           END-IF
       .

       Find-backout-stamp.
           MOVE ZERO TO backout-found
           MOVE ZERO TO backout-index
           PERFORM Match-backout-stamp
               UNTIL backout-index NOT LESS THAN backout-count
                   OR backout-found NOT EQUAL ZERO
       .

       Match-backout-stamp.
           ADD 1 TO backout-index
           IF backout-stamp(backout-index) EQUAL candidate-stamp
               MOVE backout-index TO backout-found
           END-IF
       .

       Compare-one-answer.
           MOVE 0 TO published-switch
           MOVE LOW-VALUES TO published-stamp
           MOVE sandbox-answer-key TO answer-key
           READ master-file
               INVALID KEY CONTINUE
           END-READ
           IF master-file-status EQUAL '00'
               MOVE answer-run-date TO candidate-date
               MOVE answer-run-time TO candidate-time
               PERFORM Weigh-published-version
               IF published-found AND
                   published-stamp EQUAL candidate-stamp
                   MOVE answer-summa TO published-summa
               END-IF
           END-IF
           OPEN INPUT history-file
           IF history-file-status EQUAL '00'
               MOVE 0 TO eof-switch
               PERFORM UNTIL eof
                   READ history-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM Weigh-history-version
                   END-READ
               END-PERFORM
               CLOSE history-file
               MOVE 0 TO eof-switch
           END-IF
           PERFORM Write-comparison-line
       .

       Weigh-history-version.
           IF hist-day-number EQUAL sandbox-day-number AND
               hist-puzzle-number EQUAL sandbox-puzzle-number
               MOVE hist-run-date TO candidate-date
               MOVE hist-run-time TO candidate-time
               PERFORM Weigh-published-version
               IF published-found AND
                   published-stamp EQUAL candidate-stamp
                   MOVE hist-summa TO published-summa
               END-IF
           END-IF
       .

      * A version run inside the window and later than the best so
      * far becomes the published one; published-stamp then equals
      * candidate-stamp, which is how the callers know to take its
      * summa. A version a back-out wrote is passed over.
       Weigh-published-version.
           MOVE SPACES TO candidate-stamp
           STRING candidate-date(1:8) candidate-time
               DELIMITED BY SIZE INTO candidate-stamp
           END-STRING
           PERFORM Find-backout-stamp
           IF backout-found EQUAL ZERO AND
               candidate-stamp NOT LESS THAN window-start AND
               candidate-stamp LESS THAN window-end AND
               candidate-stamp GREATER THAN published-stamp
               MOVE candidate-stamp TO published-stamp
               MOVE candidate-date TO published-date
               MOVE candidate-time TO published-time
               SET published-found TO TRUE
           ELSE
               MOVE HIGH-VALUES TO candidate-stamp
           END-IF
       .

       Write-comparison-line.
           MOVE SPACES TO report-line
           EVALUATE TRUE
               WHEN NOT published-found
                   ADD 1 TO unpublished-count
                   STRING 'NOT PUBLISHED DAY ' sandbox-day-number
                       ' PUZZLE ' sandbox-puzzle-number
                       ' REPLAYED ' sandbox-summa
                       ' NO ANSWER RUN FROM ' business-date
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
               WHEN published-summa EQUAL sandbox-summa
                   ADD 1 TO match-count
                   STRING 'MATCH         DAY ' sandbox-day-number
                       ' PUZZLE ' sandbox-puzzle-number
                       ' REPLAYED ' sandbox-summa
                       ' PUBLISHED ' published-summa
                       ' RUN ' published-date ' ' published-time
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
               WHEN OTHER
                   ADD 1 TO different-count
                   STRING 'DIFFERENT     DAY ' sandbox-day-number
                       ' PUZZLE ' sandbox-puzzle-number
                       ' REPLAYED ' sandbox-summa
                       ' PUBLISHED ' published-summa
                       ' RUN ' published-date ' ' published-time
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
           END-EVALUATE
           WRITE report-line
       .

       Report-not-replayable.
           MOVE SPACES TO report-line
           STRING 'NOT REPLAYABLE ' rc-step-name ' '
               rc-input-file(1:60)
               ' NO RETAINED SNAPSHOT FOR ' business-date
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       Report-replayed-step.
           MOVE rs-catalog-index(step-index) TO catalog-index
           MOVE SPACES TO report-line
           IF step-rc EQUAL ZERO
               STRING 'REPLAYED       ' DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           ELSE
               STRING 'STEP FAILED    ' DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           END-IF
           STRING rs-step-name(step-index) ' '
               ct-snapshot-name(catalog-index)(1:60)
               ' RC ' rs-return-code(step-index)
               DELIMITED BY SIZE INTO report-line(16:)
           END-STRING
           WRITE report-line
       .

       Write-report-heading.
           MOVE SPACES TO report-line
           STRING 'PROGRAM      : Advent-Replay'
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
           STRING 'BUSINESS DATE: ' business-date DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'SANDBOX      : ' sandbox-directory
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       Write-report-totals.
           MOVE SPACES TO report-line
           STRING 'REPLAYABLE   : ' replayed-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'NOT REPLAYED : ' unreplayable-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'STEPS FAILED : ' step-failed-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'ANSWERS      : ' answer-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'MATCH        : ' match-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'DIFFERENT    : ' different-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'UNPUBLISHED  : ' unpublished-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       END PROGRAM Advent-Replay.
