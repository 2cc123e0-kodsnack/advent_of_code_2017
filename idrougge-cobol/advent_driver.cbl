      *    every step is complete, the next invocation resets the
      *    statuses and runs the batch afresh.
      *
      *    Each step may name up to three earlier steps as its
      *    prerequisites, and runs only when all of them have
      *    completed; a step whose prerequisite did not complete is
      *    marked skipped (status K) with that prerequisite recorded
      *    as the cause, and is picked up again by the resume. A
      *    failing step with the halt failure policy (the default)
      *    stops the batch as before; one with the skip-dependents
      *    policy only costs the steps that depend on it, and every
      *    other step still runs.
      *
      *    A step may also be scheduled for business days only or
      *    for the weekly run day, both taken from the business
      *    calendar (calendar.dat, through Advent-Calendar) for the
      *    batch's business date - ADVENT_BATCH_DATE when set,
      *    otherwise today. On a night that is not its run day the
      *    step is not run and is marked so (status N) with the
      *    reason - HOLIDAY, NOT BUSINESS DAY or NOT WEEKLY DAY - as
      *    its cause, as is every step that depends on it; that is
      *    the plan working, not a failure, and leaves the return
      *    code alone. A scheduled step the calendar cannot answer
      *    for (no calendar, or a date it does not cover) fails
      *    instead, so a lapsed calendar pages rather than quietly
      *    dropping the business-day steps.
      *
      *    When no run-control file exists yet, the driver writes one
      *    with the standard steps (the Advent-Stage input checks,
      *    the day programs, the Advent-Balance count cross-foot, the
      *    Advent2-Compare row comparison of the day 02 run, then
      *    the Advent-Verify regression check) before processing it,
      *    so a first-time run needs no manual setup.
      *
      *    The step programs are ordinary CALLable COBOL programs;
      *    build this driver together with them (statically linked,
      *    or as dynamically loadable modules on the CALL search
      *    path) rather than running them separately. The driver's
      *    own RETURN-CODE is that of the first step that failed, so
      *    a scheduler can tell which step needs attention, and the
      *    end of the run displays what failed and what was skipped
      *    because of it. A batch in which steps were skipped but
      *    none failed (a prerequisite was held) ends with
      *    RETURN-CODE 2. Every failed step is also posted to the
      *    alert feed as a critical alert through Advent-Alert-Post.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  time-minutes        PIC 9(02)  VALUE ZERO.
       77  time-secs           PIC 9(02)  VALUE ZERO.
       77  elapsed-seconds     PIC S9(08) VALUE ZERO.
       77  first-failed-rc     PIC S9(09) VALUE ZERO.
       77  first-failed-step   PIC X(16)  VALUE SPACES.
       77  failed-count        PIC 99     VALUE ZERO.
       77  skipped-count       PIC 99     VALUE ZERO.
       77  prereq-index        PIC 9      VALUE ZERO.
       77  scan-index          PIC 99     VALUE ZERO.
       77  missing-prereq      PIC X(16)  VALUE SPACES.
       77  post-result         PIC X.
       77  not-run-count       PIC 99     VALUE ZERO.
       77  batch-date          PIC X(10)  VALUE SPACES.
       77  batch-day-type      PIC X      VALUE SPACE.
       77  calendar-action     PIC X.
       77  calendar-next-date  PIC X(10).
       77  not-run-cause       PIC X(16)  VALUE SPACES.
       01  switches.
           05  halt-switch     PIC 9      VALUE 0.
           88  batch-halted               VALUE 1.
           88  rcf-eof                    VALUE 1.
           05  fresh-switch    PIC 9      VALUE 0.
           88  all-steps-complete         VALUE 1.
           05  prereq-found-switch PIC 9  VALUE 0.
           88  prereq-found               VALUE 1.
           05  prereq-not-run-switch PIC 9 VALUE 0.
           88  prereq-not-run             VALUE 1.
      * One table entry per run-control record; the table is the
      * working copy and the file is rewritten from it after every
      * status change so a mid-step abend leaves the step marked
               10  se-step-status    PIC X.
               88  se-step-complete             VALUE 'C'.
               88  se-step-held                 VALUE 'H'.
               88  se-step-not-run-day          VALUE 'N'.
               10  se-start-date     PIC X(10).
               10  se-start-time     PIC X(08).
               10  se-end-date       PIC X(10).
               10  se-end-time       PIC X(08).
               10  se-return-code    PIC 9(04).
               10  se-failure-policy PIC X.
               88  se-skip-dependents           VALUE 'S'.
               10  se-prerequisite   PIC X(16) OCCURS 3 TIMES.
               10  se-skip-cause     PIC X(16).
               10  se-schedule       PIC X.
               88  se-run-business-days         VALUE 'B'.
               88  se-run-weekly                VALUE 'W'.
       COPY "alertrec.cpy".
       PROCEDURE DIVISION.
           PERFORM Load-run-control
           IF step-count EQUAL ZERO
               STOP RUN
           END-IF
           PERFORM Take-batch-lock
           PERFORM Determine-batch-date
           PERFORM Reset-if-all-complete
           MOVE ZERO TO step-index
           PERFORM Run-next-step
               UNTIL step-index NOT LESS THAN step-count
                   OR batch-halted
           IF failed-count EQUAL ZERO
               PERFORM Release-batch-lock
           END-IF
           PERFORM Report-batch-outcome
           STOP RUN
       .

      * that batch, so the lock is reported and taken over rather
      * than refused. On a failed step the lock is deliberately left
      * held, because the batch still owns the master until the
      * resume finishes it; that holds whether the failure halted the
      * batch or only skipped its dependents.
       Take-batch-lock.
           MOVE 'C' TO lock-action
           CALL 'Advent-Batch-Lock' USING lock-action lock-state
           MOVE ZERO TO RETURN-CODE
       .

      * The calendar is only consulted when a scheduled step comes
      * up, so a batch of every-night steps needs no calendar.
       Determine-batch-date.
           ACCEPT batch-date FROM ENVIRONMENT 'ADVENT_BATCH_DATE'
               ON EXCEPTION
                   MOVE SPACES TO batch-date
           END-ACCEPT
           IF batch-date EQUAL SPACES
               ACCEPT batch-date FROM DATE YYYYMMDD
           END-IF
           MOVE SPACE TO batch-day-type
       .

       Release-batch-lock.
           MOVE 'R' TO lock-action
           CALL 'Advent-Batch-Lock' USING lock-action lock-state
           END-IF
       .

      * Advent-Stage fails when any one input fails verification,
      * so it skips dependents rather than halting and nothing
      * depends on it: each day program refuses an input staging.dat
      * does not mark verified, so a bad day4.txt costs only
      * Advent4-1, and Advent-Balance and Advent-Verify still run
      * and report it. A day program's failure likewise costs only
      * its own dependents - Advent2-Compare reads what Advent2-1
      * wrote, so it waits on Advent2-1.
       Seed-default-run-control.
           MOVE SPACES TO step-entry(1)
           MOVE 'Advent-Stage' TO se-step-name(1)
           MOVE 'stagectl.txt' TO se-input-file(1)
           MOVE '1' TO se-mode-flag(1)
           MOVE ZERO TO se-return-code(1)
           MOVE 'S' TO se-failure-policy(1)
           MOVE SPACES TO step-entry(2)
           MOVE 'Advent1-1' TO se-step-name(2)
           MOVE 'day1.txt' TO se-input-file(2)
           MOVE '1' TO se-mode-flag(2)
           MOVE ZERO TO se-return-code(2)
           MOVE 'S' TO se-failure-policy(2)
           MOVE SPACES TO step-entry(3)
           MOVE 'Advent2-1' TO se-step-name(3)
           MOVE 'day2.txt' TO se-input-file(3)
           MOVE '1' TO se-mode-flag(3)
           MOVE ZERO TO se-return-code(3)
           MOVE 'S' TO se-failure-policy(3)
           MOVE SPACES TO step-entry(4)
           MOVE 'Advent4-1' TO se-step-name(4)
           MOVE 'day4.txt' TO se-input-file(4)
           MOVE '1' TO se-mode-flag(4)
           MOVE ZERO TO se-return-code(4)
           MOVE 'S' TO se-failure-policy(4)
           MOVE SPACES TO step-entry(5)
           MOVE 'Advent5-1' TO se-step-name(5)
           MOVE 'day5.txt' TO se-input-file(5)
           MOVE '1' TO se-mode-flag(5)
           MOVE ZERO TO se-return-code(5)
           MOVE 'S' TO se-failure-policy(5)
           MOVE SPACES TO step-entry(6)
           MOVE 'Advent-Balance' TO se-step-name(6)
           MOVE 'audit.log' TO se-input-file(6)
           MOVE '1' TO se-mode-flag(6)
           MOVE ZERO TO se-return-code(6)
           MOVE 'S' TO se-failure-policy(6)
           MOVE SPACES TO step-entry(7)
           MOVE 'Advent2-Compare' TO se-step-name(7)
           MOVE 'day2.det' TO se-input-file(7)
           MOVE '1' TO se-mode-flag(7)
           MOVE ZERO TO se-return-code(7)
           MOVE 'S' TO se-failure-policy(7)
           MOVE 'Advent2-1' TO se-prerequisite(7 1)
           MOVE SPACES TO step-entry(8)
           MOVE 'Advent-Verify' TO se-step-name(8)
           MOVE 'expected.dat' TO se-input-file(8)
           MOVE '1' TO se-mode-flag(8)
           MOVE ZERO TO se-return-code(8)
           MOVE 'S' TO se-failure-policy(8)
           MOVE 8 TO step-count
       .

      * A run-control file in which every step is already complete is
       Check-step-complete.
           ADD 1 TO step-index
           IF NOT se-step-complete(step-index) AND
               NOT se-step-held(step-index) AND
               NOT se-step-not-run-day(step-index)
               MOVE 0 TO fresh-switch
           END-IF
       .
           MOVE SPACES TO se-end-date(step-index)
           MOVE SPACES TO se-end-time(step-index)
           MOVE ZERO TO se-return-code(step-index)
           MOVE SPACES TO se-skip-cause(step-index)
       .

      * Steps already marked complete are skipped, which is what
      * turns a rerun after a failure into a resume; a step held by
      * Advent-RC-Maint is skipped the same way until it is released.
      * A step whose prerequisites have not all completed is marked
      * skipped instead of being run, or not run when the
      * prerequisite was itself not run tonight; a scheduled step
      * is checked against the calendar first. Each step about to
      * run gets its
      * input file and mode flag exported under the DAYn_ names its
      * program reads at startup.
       Run-next-step.
           ADD 1 TO step-index
           IF se-step-complete(step-index)
               DISPLAY 'Advent-Driver: skipping held step '
                   se-step-name(step-index)
           ELSE
               PERFORM Check-run-day
               EVALUATE TRUE
                   WHEN not-run-cause EQUAL 'NO CALENDAR'
                       PERFORM Fail-unscheduled-step
                   WHEN not-run-cause NOT EQUAL SPACES
                       PERFORM Mark-not-run-day
                   WHEN OTHER
                       PERFORM Check-prerequisites
                       EVALUATE TRUE
                           WHEN missing-prereq EQUAL SPACES
                               PERFORM Run-step
                           WHEN prereq-not-run
                               MOVE missing-prereq TO not-run-cause
                               PERFORM Mark-not-run-day
                           WHEN OTHER
                               PERFORM Skip-step
                       END-EVALUATE
               END-EVALUATE
           END-IF
           END-IF
       .

      * Sets not-run-cause when tonight is not the step's run day,
      * or to NO CALENDAR when the calendar cannot say; the batch
      * date is described once, on the first scheduled step.
       Check-run-day.
           MOVE SPACES TO not-run-cause
           IF se-run-business-days(step-index) OR
               se-run-weekly(step-index)
               IF batch-day-type EQUAL SPACE
                   MOVE 'D' TO calendar-action
                   CALL 'Advent-Calendar' USING calendar-action
                       batch-date batch-day-type calendar-next-date
               END-IF
               EVALUATE batch-day-type
                   WHEN 'F'
                   WHEN 'U'
                       MOVE 'NO CALENDAR' TO not-run-cause
                   WHEN 'H'
                       MOVE 'HOLIDAY' TO not-run-cause
                   WHEN 'N'
                       MOVE 'NOT BUSINESS DAY' TO not-run-cause
                   WHEN 'B'
                       IF se-run-weekly(step-index)
                           MOVE 'NOT WEEKLY DAY' TO not-run-cause
                       END-IF
               END-EVALUATE
           END-IF
       .

      * Like a skip, a night off keeps no stamps and no return code;
      * the cause is what the inquiry shows against the step.
       Mark-not-run-day.
           MOVE 'N' TO se-step-status(step-index)
           MOVE not-run-cause TO se-skip-cause(step-index)
           MOVE SPACES TO se-start-date(step-index)
           MOVE SPACES TO se-start-time(step-index)
           MOVE SPACES TO se-end-date(step-index)
           MOVE SPACES TO se-end-time(step-index)
           MOVE ZERO TO se-return-code(step-index)
           ADD 1 TO not-run-count
           DISPLAY 'Advent-Driver: not running step '
               se-step-name(step-index) ' on ' batch-date ', '
               not-run-cause
           PERFORM Save-run-control
       .

      * Whether tonight is a run day is unknown, so the step fails
      * under its own policy exactly as if it had run and failed.
       Fail-unscheduled-step.
           DISPLAY 'Advent-Driver: no business calendar for '
               batch-date ', cannot tell whether to run '
               se-step-name(step-index)
           ACCEPT now-date FROM DATE YYYYMMDD
           ACCEPT now-time FROM TIME
           MOVE now-date TO se-start-date(step-index)
           MOVE now-time TO se-start-time(step-index)
           MOVE now-date TO se-end-date(step-index)
           MOVE now-time TO se-end-time(step-index)
           MOVE not-run-cause TO se-skip-cause(step-index)
           MOVE 1 TO step-rc
           MOVE step-rc TO se-return-code(step-index)
           PERFORM Record-step-failure
           PERFORM Save-run-control
       .

      * Every prerequisite named must match at least one earlier step,
      * and every earlier step of that name must have completed; the
      * first one that fails the test is kept as the skip cause. A
      * name that matches no earlier step at all can never be
      * satisfied, so it skips the step the same way.
       Check-prerequisites.
           MOVE SPACES TO missing-prereq
           MOVE 0 TO prereq-not-run-switch
           MOVE ZERO TO prereq-index
           PERFORM Check-one-prerequisite
               UNTIL prereq-index NOT LESS THAN 3
                   OR missing-prereq NOT EQUAL SPACES
       .

       Check-one-prerequisite.
           ADD 1 TO prereq-index
           IF se-prerequisite(step-index prereq-index)
               NOT EQUAL SPACES
               MOVE 0 TO prereq-found-switch
               MOVE ZERO TO scan-index
               PERFORM Match-prerequisite-step
                   UNTIL scan-index NOT LESS THAN step-index - 1
                       OR missing-prereq NOT EQUAL SPACES
               IF NOT prereq-found
                   MOVE se-prerequisite(step-index prereq-index)
                       TO missing-prereq
               END-IF
           END-IF
       .

       Match-prerequisite-step.
           ADD 1 TO scan-index
           IF se-step-name(scan-index) EQUAL
               se-prerequisite(step-index prereq-index)
               SET prereq-found TO TRUE
               IF NOT se-step-complete(scan-index)
                   MOVE se-step-name(scan-index) TO missing-prereq
                   IF se-step-not-run-day(scan-index)
                       SET prereq-not-run TO TRUE
                   END-IF
               END-IF
           END-IF
       .

      * A skipped step keeps no stamps and no return code of its own;
      * the cause is what the inquiry shows against it, and the
      * resume runs it once the prerequisite completes.
       Skip-step.
           MOVE 'K' TO se-step-status(step-index)
           MOVE missing-prereq TO se-skip-cause(step-index)
           MOVE SPACES TO se-start-date(step-index)
           MOVE SPACES TO se-start-time(step-index)
           MOVE SPACES TO se-end-date(step-index)
           MOVE SPACES TO se-end-time(step-index)
           MOVE ZERO TO se-return-code(step-index)
           ADD 1 TO skipped-count
           DISPLAY 'Advent-Driver: skipping step '
               se-step-name(step-index) ', prerequisite '
               missing-prereq ' did not complete'
           PERFORM Save-run-control
       .

       Run-step.
           PERFORM Export-step-environment
           ACCEPT now-date FROM DATE YYYYMMDD
           ACCEPT now-time FROM TIME
           MOVE now-date TO se-start-date(step-index)
           MOVE now-time TO se-start-time(step-index)
           MOVE 'S' TO se-step-status(step-index)
           MOVE SPACES TO se-skip-cause(step-index)
           PERFORM Save-run-control
      * The step programs only set RETURN-CODE when they fail, so a
      * failure that did not halt the batch must not be inherited
      * by the next step.
           MOVE ZERO TO RETURN-CODE
           CALL se-step-name(step-index)
               ON EXCEPTION
                   DISPLAY 'Advent-Driver: cannot load program '
                       se-step-name(step-index)
                   MOVE 1 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO step-rc
           ACCEPT now-date FROM DATE YYYYMMDD
           ACCEPT now-time FROM TIME
           MOVE now-date TO se-end-date(step-index)
           MOVE now-time TO se-end-time(step-index)
           MOVE step-rc TO se-return-code(step-index)
           IF step-rc EQUAL ZERO
               MOVE 'C' TO se-step-status(step-index)
           ELSE
               PERFORM Record-step-failure
           END-IF
           PERFORM Save-run-control
           PERFORM Record-step-history
       .

       Record-step-failure.
           MOVE 'F' TO se-step-status(step-index)
           ADD 1 TO failed-count
           IF failed-count EQUAL 1
               MOVE step-rc TO first-failed-rc
               MOVE se-step-name(step-index) TO first-failed-step
           END-IF
           IF NOT se-skip-dependents(step-index)
               SET batch-halted TO TRUE
           END-IF
           PERFORM Report-failure
       .

      * Save-run-control overwrites last night's timings, so every

      * The day programs take their input file from DAYn_INPUT_FILE
      * and their mode from DAYn_MODE, with the day digit sitting in
      * the program name right after 'Advent' (AdventN-1); the
      * utility steps each read their own environment variable
      * instead, and Advent2-Compare reads Advent2-1's fixed detail
      * and reject file names, so its input is left unexported.
       Export-step-environment.
           MOVE se-step-name(step-index)(7:1) TO step-day-digit
           IF step-day-digit IS NUMERIC AND
               se-step-name(step-index)(8:) EQUAL '-1'
               MOVE SPACES TO env-variable-name
               STRING 'DAY' step-day-digit '_INPUT_FILE'
                   DELIMITED BY SIZE INTO env-variable-name
                   WHEN 'Advent-Verify'
                       SET ENVIRONMENT 'EXPECTED_ANSWERS_FILE'
                           TO se-input-file(step-index)
                   WHEN 'Advent-Balance'
                       SET ENVIRONMENT 'AUDIT_LOG_FILE'
                           TO se-input-file(step-index)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
       Report-failure.
           DISPLAY se-step-name(step-index) ' failed, return code '
               step-rc
           MOVE SPACES TO alert-message
           IF batch-halted
               DISPLAY 'Advent-Driver: stopping batch'
               STRING 'RC ' se-return-code(step-index)
                   ' AT ' now-date ' ' now-time ', BATCH STOPPED'
                   DELIMITED BY SIZE INTO alert-message
               END-STRING
           ELSE
               DISPLAY 'Advent-Driver: skipping the steps that '
                   'depend on ' se-step-name(step-index)
               STRING 'RC ' se-return-code(step-index)
                   ' AT ' now-date ' ' now-time
                   ', DEPENDENTS SKIPPED'
                   DELIMITED BY SIZE INTO alert-message
               END-STRING
           END-IF
           MOVE 'Advent-Driver' TO alert-source-program
           MOVE 'C' TO alert-severity
           MOVE 'STEPFAIL' TO alert-code
           MOVE se-step-name(step-index) TO alert-subject
           CALL 'Advent-Alert-Post' USING alert-record post-result
       .

      * The batch's return code names the first failure, whatever
      * ran after it; skips with no failure behind them mean a held
      * prerequisite, which wants a look but is not a failure. Steps
      * not run because tonight is not their run day are only
      * counted.
       Report-batch-outcome.
           IF not-run-count NOT EQUAL ZERO
               DISPLAY 'Advent-Driver: ' not-run-count
                   ' step(s) not scheduled for ' batch-date
           END-IF
           IF failed-count NOT EQUAL ZERO
               DISPLAY 'Advent-Driver: ' failed-count
                   ' step(s) failed, ' skipped-count
                   ' step(s) skipped, first failure '
                   first-failed-step ' return code ' first-failed-rc
               MOVE first-failed-rc TO RETURN-CODE
           ELSE
               IF skipped-count NOT EQUAL ZERO
                   DISPLAY 'Advent-Driver: ' skipped-count
                       ' step(s) skipped, no step failed'
                   MOVE 2 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
       .

       END PROGRAM Advent-Driver.
