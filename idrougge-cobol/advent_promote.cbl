      *    legitimate answer change is promoted by transaction
      *    instead of retyped by hand - retyping being exactly how
      *    the last false PASS got in. Prior expected values are
      *    archived to expecthist.dat with the sign-off date, time,
      *    submitting operator and approver before they are
      *    replaced.
      *
      *    A key whose most recent Advent-Verify result was FAIL is
      *    refused (promoting it would bless the very value the
      *    regression check is complaining about) unless the
      *    transaction carries the explicit force flag and a second
      *    operator's approval.
      *
      *    Sign-off file name comes from the command line, then from
      *    environment variable PROMOTE_SIGNOFF_FILE, then defaults
      *    to 'promote.txt'. One transaction per line:
      *        col 1       action: P promote one key,
      *                    A promote every current answer
      *        col 3-4     day number    (P only)
      *        col 6-7     puzzle number (P only)
      *        col 9       force flag, F to promote past a FAIL
      *        col 11-20   operator ID submitting the sign-off
      *        col 22-31   approver ID (forced promotions)
      *    The operator must hold PROMOTE authority for the action in
      *    operauth.dat (see Advent-Auth-Check). Forcing a key past a
      *    FAIL also needs an approver different from the submitter
      *    and holding the same authority. An approver given on any
      *    transaction is held to the same test, and the transaction
      *    is rejected when the approver fails it, so every approver
      *    archived or reported is a checked second sign-off.
      *    Results are displayed and listed on promote.rpt, refusals
      *    with their reason, and the RETURN-CODE is nonzero when
      *    any transaction could not be applied. expected.dat is
      *    rewritten only when at least one promotion was applied
      *    cleanly.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  promote-force     PIC X.
           05  FILLER            PIC X.
           05  promote-operator  PIC X(10).
           05  FILLER            PIC X.
           05  promote-approver  PIC X(10).
       FD master-file.
           COPY "answerfile.cpy".
       FD expected-file.
           05  eh-signoff-date   PIC X(10).
           05  eh-signoff-time   PIC X(08).
           05  eh-operator       PIC X(10).
           05  eh-approver       PIC X(10).
       FD report-file.
       01 report-line            PIC X(160).
       WORKING-STORAGE SECTION.
       77  scan-index            PIC 999   VALUE ZERO.
       77  found-index           PIC 999   VALUE ZERO.
       77  write-index           PIC 999   VALUE ZERO.
       77  auth-function         PIC X(08) VALUE 'PROMOTE'.
       77  auth-result           PIC X.
       77  auth-reason           PIC X(50).
       77  reject-reason         PIC X(60) VALUE SPACES.
       77  force-reason          PIC X(60) VALUE SPACES.
       77  report-pointer        PIC 999   VALUE ZERO.
       01  switches.
           05  eof-switch        PIC 9     VALUE 0.
           88  eof                         VALUE 1.
       Apply-transaction.
           EVALUATE promote-action
               WHEN 'P'
               WHEN 'A'
                   PERFORM Check-operator-authority
                   IF reject-reason EQUAL SPACES
                       PERFORM Check-approver
                   END-IF
                   IF reject-reason NOT EQUAL SPACES
                       PERFORM Report-authority-rejection
                   ELSE
                       IF promote-action EQUAL 'P'
                           PERFORM Promote-one-key
                       ELSE
                           PERFORM Promote-all-keys
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO failure-count
                   MOVE SPACES TO report-line
           END-EVALUATE
       .

      * The submitter needs PROMOTE authority for the action;
      * reject-reason comes back blank when the sign-off may be
      * applied.
       Check-operator-authority.
           MOVE SPACES TO reject-reason
           CALL 'Advent-Auth-Check' USING promote-operator
               auth-function promote-action auth-result auth-reason
           IF auth-result NOT EQUAL 'Y'
               MOVE auth-reason TO reject-reason
           END-IF
       .

      * A forced sign-off is only good for a failing key when a
      * second operator, holding the same authority, approved it;
      * force-reason says why no approver was given, and is only
      * consulted when a key actually failed its last verify. An
      * approver who is named must pass whether or not the force
      * was needed: one who is the submitter or lacks the authority
      * rejects the whole transaction through reject-reason, since
      * the name would otherwise be archived as a sign-off.
       Check-approver.
           MOVE SPACES TO force-reason
           EVALUATE TRUE
               WHEN promote-approver EQUAL SPACES
                   IF promote-force EQUAL 'F'
                       MOVE 'second approver required to force'
                           TO force-reason
                   END-IF
               WHEN promote-approver EQUAL promote-operator
                   MOVE 'approver must differ from submitter'
                       TO reject-reason
               WHEN OTHER
                   CALL 'Advent-Auth-Check' USING
                       promote-approver auth-function
                       promote-action auth-result auth-reason
                   IF auth-result NOT EQUAL 'Y'
                       STRING 'approver ' DELIMITED BY SIZE
                           auth-reason DELIMITED BY SIZE
                           INTO reject-reason
                       END-STRING
                   END-IF
           END-EVALUATE
       .

       Report-authority-rejection.
           ADD 1 TO failure-count
           MOVE SPACES TO report-line
           STRING 'REJECTED  ' promote-transaction(1:7) ': '
               reject-reason
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           DISPLAY report-line
       .

       Promote-one-key.
           IF promote-day IS NOT NUMERIC OR
               promote-puzzle IS NOT NUMERIC
       .

      * The answer-record in the master's record area is promoted:
      * FAIL guard first - forced and approved, or refused - then
      * the prior expected value (if any) is archived with the
      * sign-off, and the baseline entry is replaced or added.
       Promote-current-answer.
           PERFORM Check-last-verify-result
           EVALUATE TRUE
               WHEN key-last-verify-failed AND
                   promote-force NOT EQUAL 'F'
                   ADD 1 TO failure-count
                   MOVE SPACES TO report-line
                   STRING 'REFUSED   day ' answer-day-number
                       ' puzzle ' answer-puzzle-number
                       ', last verify was FAIL - force with F to '
                       'promote anyway'
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
                   WRITE report-line
                   DISPLAY report-line
               WHEN key-last-verify-failed AND
                   force-reason NOT EQUAL SPACES
                   ADD 1 TO failure-count
                   MOVE SPACES TO report-line
                   STRING 'REFUSED   day ' answer-day-number
                       ' puzzle ' answer-puzzle-number
                       ', last verify was FAIL - ' force-reason
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
                   WRITE report-line
                   DISPLAY report-line
               WHEN OTHER
                   PERFORM Publish-current-answer
           END-EVALUATE
       .

       Publish-current-answer.
           PERFORM Find-expected-entry
           IF found-index NOT EQUAL ZERO
               PERFORM Archive-prior-expected
               MOVE answer-record TO ee-record(found-index)
               PERFORM Report-promotion
           ELSE
               IF expected-count LESS THAN 200
                   ADD 1 TO expected-count
                   MOVE answer-day-number
                       TO ee-day(expected-count)
                   MOVE answer-puzzle-number
                       TO ee-puzzle(expected-count)
                   MOVE answer-record
                       TO ee-record(expected-count)
                   PERFORM Report-promotion
               ELSE
                   PERFORM Report-expected-table-full
               END-IF
           END-IF
       .
               MOVE run-date TO eh-signoff-date
               MOVE run-time TO eh-signoff-time
               MOVE promote-operator TO eh-operator
               MOVE promote-approver TO eh-approver
               WRITE expected-history-record
               CLOSE history-file
           END-IF
               ' signed off by ' promote-operator
               DELIMITED BY SIZE INTO report-line
           END-STRING
           IF promote-approver NOT EQUAL SPACES
               MOVE 69 TO report-pointer
               STRING ' approved by ' promote-approver
                   DELIMITED BY SIZE INTO report-line
                   WITH POINTER report-pointer
               END-STRING
           END-IF
           WRITE report-line
           DISPLAY report-line
       .
