       PROGRAM-ID. Advent-Inquiry.
      *DESCRIPTION. One-stop batch status inquiry for overnight
      *    triage: shows, in a single console view, every run-control
      *    step with its status, start/end stamps and return code,
      *    its failure policy, prerequisites and schedule, every
      *    staging record with its verification status and counts,
      *    and the current answer per day/puzzle with the run that
      *    produced it. The step the batch stopped on and a failure
      *    the batch ran on past are flagged. A step skipped is shown
      *    with the prerequisite that cost it its run. A step not run
      *    because the night was not on its business-calendar
      *    schedule is shown with the reason. Replaces opening
      *    runcontrol.dat, staging.dat and answers.dat by hand in
      *    three different layouts when the batch pages.
      *
      *    Purely an inquiry: nothing is written or changed, and a
      *    missing file is reported as such rather than failing the
      *    program, so the view is usable at any point in the batch's
      *    life - before the first run, mid-batch, or after a clean
      *    night. RETURN-CODE is nonzero only when a failed, held or
      *    skipped step, a failed staging record, or a stopped batch
      *    was seen, so a scheduler can page on the picture itself.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  run-time            PIC X(08).
       77  print-line          PIC X(160).
       77  status-label        PIC X(08).
       77  policy-label        PIC X(15).
       77  schedule-label      PIC X(14).
       77  step-count          PIC 9(05) VALUE ZERO.
       77  staging-count       PIC 9(05) VALUE ZERO.
       77  answer-count        PIC 9(05) VALUE ZERO.
           GOBACK
       .

      * One line per run-control step, in execution order, with its
      * policy and prerequisites indented beneath it. The first step
      * left started, or failed under the halt policy, is where last
      * night stopped, and is flagged so nobody has to decode the
      * status column at 2 a.m.; a failure the batch ran on past and
      * a step skipped for want of a prerequisite are flagged too.
       Show-run-control.
           DISPLAY SPACE
           DISPLAY 'RUN CONTROL  (runcontrol.dat)'
               WHEN 'F' MOVE 'FAILED  ' TO status-label
               WHEN 'S' MOVE 'STARTED ' TO status-label
               WHEN 'H' MOVE 'HELD    ' TO status-label
               WHEN 'K' MOVE 'SKIPPED ' TO status-label
               WHEN 'N' MOVE 'NOT RUN ' TO status-label
               WHEN SPACE MOVE 'PENDING ' TO status-label
               WHEN OTHER MOVE 'UNKNOWN ' TO status-label
           END-EVALUATE
               ' RC ' rc-return-code
               DELIMITED BY SIZE INTO print-line
           END-STRING
           EVALUATE TRUE
               WHEN rc-step-failed AND rc-skip-dependents
                   ADD 1 TO attention-count
                   STRING '  <- FAILED, BATCH RAN ON, DEPENDENTS '
                       'SKIPPED' DELIMITED BY SIZE
                       INTO print-line(90:)
                   END-STRING
               WHEN (rc-step-failed OR rc-step-started)
                   AND NOT stop-step-shown
                   SET stop-step-shown TO TRUE
                   ADD 1 TO attention-count
                   STRING '  <- BATCH STOPPED HERE' DELIMITED BY SIZE
                       INTO print-line(90:)
                   END-STRING
               WHEN rc-step-skipped
                   ADD 1 TO attention-count
                   STRING '  <- SKIPPED, ' DELIMITED BY SIZE
                       rc-skip-cause DELIMITED BY '  '
                       ' DID NOT COMPLETE' DELIMITED BY SIZE
                       INTO print-line(90:)
                   END-STRING
               WHEN rc-step-held
                   ADD 1 TO attention-count
               WHEN rc-step-not-run-day
                   STRING '  <- NOT RUN TONIGHT, ' DELIMITED BY SIZE
                       rc-skip-cause DELIMITED BY '  '
                       INTO print-line(90:)
                   END-STRING
           END-EVALUATE
           DISPLAY print-line
           IF rc-skip-dependents
               MOVE 'SKIP DEPENDENTS' TO policy-label
           ELSE
               MOVE 'HALT BATCH' TO policy-label
           END-IF
           MOVE SPACES TO print-line
           STRING '      POLICY ' policy-label
               ' PREREQUISITES ' rc-prerequisite(1)
               ' ' rc-prerequisite(2)
               ' ' rc-prerequisite(3)
               DELIMITED BY SIZE INTO print-line
           END-STRING
           IF rc-prerequisite(1) EQUAL SPACES AND
               rc-prerequisite(2) EQUAL SPACES AND
               rc-prerequisite(3) EQUAL SPACES
               MOVE 'NONE' TO print-line(44:)
           END-IF
           EVALUATE TRUE
               WHEN rc-run-business-days
                   MOVE 'BUSINESS DAYS' TO schedule-label
               WHEN rc-run-weekly
                   MOVE 'WEEKLY' TO schedule-label
               WHEN OTHER
                   MOVE 'EVERY NIGHT' TO schedule-label
           END-EVALUATE
           STRING ' SCHEDULE ' schedule-label
               DELIMITED BY SIZE INTO print-line(96:)
           END-STRING
           DISPLAY print-line
       .

       .

       Show-one-staging-record.
      * A carried record is an input sent no card this run, kept
      * only for its last business date; it is not a failure.
           EVALUATE TRUE
               WHEN stage-verified
                   MOVE 'VERIFIED' TO status-label
               WHEN stage-carried
                   MOVE 'NO CARD ' TO status-label
               WHEN OTHER
                   MOVE 'FAILED  ' TO status-label
                   ADD 1 TO attention-count
           END-EVALUATE
           MOVE SPACES TO print-line
           STRING '  ' stage-file-name(1:60)
               ' ' status-label
