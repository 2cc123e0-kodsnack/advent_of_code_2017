      *    so nobody has to hand-edit the fixed-width runcontrol.dat:
      *    applies transactions that add a step before or after a
      *    named step, delete a step, hold a step (Advent-Driver
      *    skips held steps the way it skips completed ones), release
      *    a held step, update a step's failure policy and
      *    prerequisites, or set the nights it is scheduled for.
      *    Every change is listed on rcmaint.rpt with the run's
      *    date, time and the operator who submitted it, so the
      *    morning after anyone can see who changed the batch and
      *    how.
      *
      *    Transaction file name comes from the command line, then
      *    from environment variable RC_MAINT_FILE, then defaults to
      *    'rcmaint.txt'. One transaction per line:
      *        col 1       action: A add after, B add before,
      *                    D delete, H hold, R release,
      *                    U update policy and prerequisites,
      *                    S set schedule
      *        col 3-18    target step name
      *        col 20-35   new step name     (adds only)
      *        col 37-136  new input file    (adds only)
      *        col 138     new mode flag     (adds only)
      *        col 140     failure policy    (adds and updates):
      *                    H or blank halt the batch,
      *                    S skip only the dependent steps
      *        col 142-157 prerequisite step (adds and updates)
      *        col 159-174 prerequisite step (adds and updates)
      *        col 176-191 prerequisite step (adds and updates)
      *        col 193-202 operator ID submitting the transaction,
      *                    RC_MAINT_OPERATOR when left blank
      *        col 204     schedule          (adds and S):
      *                    D or blank every night, B business
      *                    days only, W the weekly run day, both
      *                    per calendar.dat
      *    The operator must hold RUNCTL authority for the action in
      *    operauth.dat (see Advent-Auth-Check); a transaction from
      *    anyone else is rejected with the reason.
      *    An update replaces the step's policy and all three
      *    prerequisites with the transaction's. A prerequisite must
      *    name a step that runs earlier in the batch, and a step
      *    that another step names as a prerequisite cannot be
      *    deleted until that dependency is updated away.
      *    Results are displayed one line per transaction and listed
      *    on the report, and the RETURN-CODE is nonzero when any
      *    transaction could not be applied. The file is rewritten
           05  maint-new-input   PIC X(100).
           05  FILLER            PIC X.
           05  maint-new-mode    PIC X.
           05  FILLER            PIC X.
           05  maint-new-policy  PIC X.
           05  FILLER            PIC X.
           05  maint-prerequisite-list OCCURS 3 TIMES.
               10  maint-prerequisite PIC X(16).
               10  FILLER        PIC X.
           05  maint-operator    PIC X(10).
           05  FILLER            PIC X.
           05  maint-new-schedule PIC X.
       FD run-control-file.
           COPY "runctl.cpy".
       FD report-file.
       77  run-control-status    PIC XX.
       77  report-file-status    PIC XX.
       77  operator-reference    PIC X(10) VALUE SPACES.
       77  transaction-operator  PIC X(10) VALUE SPACES.
       77  auth-function         PIC X(08) VALUE 'RUNCTL'.
       77  auth-result           PIC X.
       77  auth-reason           PIC X(50).
       77  run-date              PIC X(10).
       77  run-time              PIC X(08).
       77  transaction-count     PIC 9(05) VALUE ZERO.
       77  insert-index          PIC 99    VALUE ZERO.
       77  shuffle-index         PIC 99    VALUE ZERO.
       77  write-index           PIC 99    VALUE ZERO.
       77  check-limit           PIC 99    VALUE ZERO.
       77  prereq-index          PIC 9     VALUE ZERO.
       77  dependent-index       PIC 99    VALUE ZERO.
       77  reject-reason         PIC X(40) VALUE SPACES.
       77  reject-name           PIC X(16) VALUE SPACES.
       77  report-pointer        PIC 999   VALUE ZERO.
       01  switches.
           05  eof-switch        PIC 9     VALUE 0.
           88  eof                         VALUE 1.
           05  rcf-eof-switch    PIC 9     VALUE 0.
           88  rcf-eof                     VALUE 1.
           05  prereq-found-switch PIC 9   VALUE 0.
           88  prereq-found                VALUE 1.
      * Working copy of the run-control file, same shape and ceiling
      * as Advent-Driver's step table; transactions are applied here
      * and the file rewritten from it once at the end.
               10  se-end-date       PIC X(10).
               10  se-end-time       PIC X(08).
               10  se-return-code    PIC 9(04).
               10  se-failure-policy PIC X.
               10  se-prerequisite   PIC X(16) OCCURS 3 TIMES.
               10  se-skip-cause     PIC X(16).
               10  se-schedule       PIC X.
       PROCEDURE DIVISION.
       Main.
           PERFORM Determine-run-parameters
           END-IF
       .

      * The submitting operator's authority is checked before
      * anything else. Every action names a target step; an action
      * against a step that is not in the file cannot be applied and
      * is rejected with the transaction shown, the same way
      * Advent-Answer-Maint rejects a bad key.
       Apply-transaction.
           MOVE maint-operator TO transaction-operator
           IF transaction-operator EQUAL SPACES
               MOVE operator-reference TO transaction-operator
           END-IF
           CALL 'Advent-Auth-Check' USING transaction-operator
               auth-function maint-action auth-result auth-reason
           EVALUATE TRUE
               WHEN auth-result NOT EQUAL 'Y'
                   PERFORM Report-authority-rejection
               WHEN maint-target-step EQUAL SPACES
                   PERFORM Reject-transaction
               WHEN OTHER
                   PERFORM Apply-to-target-step
           END-EVALUATE
       .

       Apply-to-target-step.
           PERFORM Find-target-step
           IF target-index EQUAL ZERO
               ADD 1 TO failure-count
               PERFORM Report-step-not-found
           ELSE
               EVALUATE maint-action
                   WHEN 'A'
                       PERFORM Add-step-after
                   WHEN 'B'
                       PERFORM Add-step-before
                   WHEN 'D'
                       PERFORM Delete-step
                   WHEN 'H'
                       PERFORM Hold-step
                   WHEN 'R'
                       PERFORM Release-step
                   WHEN 'U'
                       PERFORM Update-step-dependencies
                   WHEN 'S'
                       PERFORM Update-step-schedule
                   WHEN OTHER
                       PERFORM Reject-transaction
               END-EVALUATE
           END-IF
       .

               step-count NOT LESS THAN 20
               PERFORM Reject-transaction
           ELSE
               COMPUTE check-limit = insert-index - 1
               PERFORM Validate-dependencies
               IF reject-reason EQUAL SPACES
                   PERFORM Validate-schedule
               END-IF
               IF reject-reason NOT EQUAL SPACES
                   PERFORM Report-dependency-rejection
               ELSE
                   PERFORM Open-step-slot
               END-IF
           END-IF
       .

       Open-step-slot.
           ADD 1 TO step-count
           MOVE step-count TO shuffle-index
           PERFORM Shuffle-step-down
               UNTIL shuffle-index NOT GREATER THAN insert-index
           MOVE SPACES TO step-entry(insert-index)
           MOVE maint-new-step TO se-step-name(insert-index)
           MOVE maint-new-input TO se-input-file(insert-index)
           MOVE maint-new-mode TO se-mode-flag(insert-index)
           MOVE ZERO TO se-return-code(insert-index)
           MOVE insert-index TO target-index
           PERFORM Set-step-dependencies
           MOVE maint-new-schedule TO se-schedule(insert-index)
           ADD 1 TO applied-count
           PERFORM Report-change
       .

       Shuffle-step-down.
           MOVE step-entry(shuffle-index - 1)
               TO step-entry(shuffle-index)
           SUBTRACT 1 FROM shuffle-index
       .

      * Deleting a step another step depends on would leave that
      * step skipped every night with nothing to say why, so the
      * dependency has to be updated away first.
       Delete-step.
           PERFORM Find-dependent-step
           IF dependent-index NOT EQUAL ZERO
               MOVE 'step is a prerequisite of' TO reject-reason
               MOVE se-step-name(dependent-index) TO reject-name
               PERFORM Report-dependency-rejection
           ELSE
               MOVE target-index TO shuffle-index
               PERFORM Shuffle-step-up
                   UNTIL shuffle-index NOT LESS THAN step-count
               SUBTRACT 1 FROM step-count
               ADD 1 TO applied-count
               PERFORM Report-change
           END-IF
       .

       Find-dependent-step.
           MOVE ZERO TO dependent-index
           MOVE ZERO TO step-index
           PERFORM Check-step-for-dependency
               UNTIL step-index NOT LESS THAN step-count
                   OR dependent-index NOT EQUAL ZERO
       .

       Check-step-for-dependency.
           ADD 1 TO step-index
           IF step-index NOT EQUAL target-index
               IF se-prerequisite(step-index 1) EQUAL
                       maint-target-step
                   OR se-prerequisite(step-index 2) EQUAL
                       maint-target-step
                   OR se-prerequisite(step-index 3) EQUAL
                       maint-target-step
                   MOVE step-index TO dependent-index
               END-IF
           END-IF
       .

      * An update replaces the policy and all three prerequisites,
      * so a blank prerequisite column clears that prerequisite.
       Update-step-dependencies.
           COMPUTE check-limit = target-index - 1
           PERFORM Validate-dependencies
           IF reject-reason NOT EQUAL SPACES
               PERFORM Report-dependency-rejection
           ELSE
               PERFORM Set-step-dependencies
               ADD 1 TO applied-count
               PERFORM Report-change
           END-IF
       .

       Update-step-schedule.
           MOVE SPACES TO reject-reason
           MOVE SPACES TO reject-name
           PERFORM Validate-schedule
           IF reject-reason NOT EQUAL SPACES
               PERFORM Report-dependency-rejection
           ELSE
               MOVE maint-new-schedule TO se-schedule(target-index)
               ADD 1 TO applied-count
               PERFORM Report-change
           END-IF
       .

       Validate-schedule.
           IF maint-new-schedule NOT EQUAL SPACE AND
               maint-new-schedule NOT EQUAL 'D' AND
               maint-new-schedule NOT EQUAL 'B' AND
               maint-new-schedule NOT EQUAL 'W'
               MOVE 'bad schedule:' TO reject-reason
               MOVE maint-new-schedule TO reject-name
           END-IF
       .

      * The policy must be one the driver knows, and every named
      * prerequisite must be among the first check-limit steps -
      * the ones that run before the step being added or updated.
       Validate-dependencies.
           MOVE SPACES TO reject-reason
           MOVE SPACES TO reject-name
           IF maint-new-policy NOT EQUAL SPACE AND
               maint-new-policy NOT EQUAL 'H' AND
               maint-new-policy NOT EQUAL 'S'
               MOVE 'bad failure policy:' TO reject-reason
               MOVE maint-new-policy TO reject-name
           ELSE
               MOVE ZERO TO prereq-index
               PERFORM Validate-one-prerequisite
                   UNTIL prereq-index NOT LESS THAN 3
                       OR reject-reason NOT EQUAL SPACES
           END-IF
       .

       Validate-one-prerequisite.
           ADD 1 TO prereq-index
           IF maint-prerequisite(prereq-index) NOT EQUAL SPACES
               MOVE 0 TO prereq-found-switch
               MOVE ZERO TO step-index
               PERFORM Match-prerequisite-step
                   UNTIL step-index NOT LESS THAN check-limit
                       OR prereq-found
               IF NOT prereq-found
                   MOVE 'prerequisite is not an earlier step:'
                       TO reject-reason
                   MOVE maint-prerequisite(prereq-index)
                       TO reject-name
               END-IF
           END-IF
       .

       Match-prerequisite-step.
           ADD 1 TO step-index
           IF se-step-name(step-index) EQUAL
               maint-prerequisite(prereq-index)
               SET prereq-found TO TRUE
           END-IF
       .

       Set-step-dependencies.
           MOVE maint-new-policy TO se-failure-policy(target-index)
           MOVE maint-prerequisite(1)
               TO se-prerequisite(target-index 1)
           MOVE maint-prerequisite(2)
               TO se-prerequisite(target-index 2)
           MOVE maint-prerequisite(3)
               TO se-prerequisite(target-index 3)
       .

       Report-dependency-rejection.
           ADD 1 TO failure-count
           MOVE SPACES TO report-line
           STRING 'REJECTED  ' DELIMITED BY SIZE
               maint-target-step ' ' reject-reason DELIMITED BY '  '
               ' ' reject-name DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           DISPLAY report-line
       .

       Shuffle-step-up.
           DISPLAY report-line
       .

       Report-authority-rejection.
           ADD 1 TO failure-count
           MOVE SPACES TO report-line
           STRING 'REJECTED  ' maint-action ' ' maint-target-step
               ': ' auth-reason
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           DISPLAY report-line
       .

       Report-step-not-found.
           MOVE SPACES TO report-line
           STRING 'REJECTED  no such step: ' maint-target-step
                   STRING 'RELEASED  ' maint-target-step
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
               WHEN 'U'
                   STRING 'UPDATED   ' maint-target-step
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
               WHEN 'S'
                   STRING 'SCHEDULED ' maint-target-step
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
           END-EVALUATE
           MOVE 61 TO report-pointer
           IF maint-action EQUAL 'A' OR maint-action EQUAL 'B'
               OR maint-action EQUAL 'U'
               STRING ' POLICY ' maint-new-policy
                   ' PREREQUISITES ' maint-prerequisite(1)
                   ' ' maint-prerequisite(2)
                   ' ' maint-prerequisite(3)
                   DELIMITED BY SIZE INTO report-line
                   WITH POINTER report-pointer
               END-STRING
           END-IF
           IF maint-action EQUAL 'A' OR maint-action EQUAL 'B'
               OR maint-action EQUAL 'S'
               STRING ' SCHEDULE ' maint-new-schedule
                   DELIMITED BY SIZE INTO report-line
                   WITH POINTER report-pointer
               END-STRING
           END-IF
           STRING ' BY ' transaction-operator
               DELIMITED BY SIZE INTO report-line
               WITH POINTER report-pointer
           END-STRING
           WRITE report-line
           DISPLAY report-line
       .
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'DEFAULT OPER : ' operator-reference
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
