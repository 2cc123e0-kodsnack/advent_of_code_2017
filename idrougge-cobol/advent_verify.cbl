      *    MISSING line on verify.rpt, and the RETURN-CODE is
      *    nonzero when anything but PASS was seen, so the scheduler
      *    pages on a regression instead of it being discovered
      *    weeks later. Every FAIL and MISSING key is also posted to
      *    the alert feed as a critical alert through
      *    Advent-Alert-Post.
      *
      *    Expected-answers file name comes from the command line,
      *    then from environment variable EXPECTED_ANSWERS_FILE,
       77  pass-count           PIC 9(05) VALUE ZERO.
       77  fail-count           PIC 9(05) VALUE ZERO.
       77  missing-count        PIC 9(05) VALUE ZERO.
       77  post-result          PIC X.
      * Working view of one expected record, same layout as
      * answer-record in answerfile.cpy.
       01  expected-answer.
       01  switches.
           05  eof-switch       PIC 9    VALUE 0.
           88  eof                       VALUE 1.
       COPY "alertrec.cpy".
       PROCEDURE DIVISION.
       Main.
           PERFORM Determine-run-parameters
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE 'FAIL' TO alert-code
           MOVE SPACES TO alert-message
           STRING 'EXPECTED ' expected-summa ' GOT ' answer-summa
               ' ON ' run-date(1:8)
               DELIMITED BY SIZE INTO alert-message
           END-STRING
           PERFORM Post-verify-alert
       .

       Write-missing-line.
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE 'MISSING' TO alert-code
           MOVE SPACES TO alert-message
           STRING 'EXPECTED ' expected-summa ' NOT IN answers.dat'
               ' ON ' run-date(1:8)
               DELIMITED BY SIZE INTO alert-message
           END-STRING
           PERFORM Post-verify-alert
       .

      * A wrong or missing published answer is critical; the key
      * is the alert's subject, so one open alert per key pages.
       Post-verify-alert.
           MOVE 'Advent-Verify' TO alert-source-program
           MOVE 'C' TO alert-severity
           MOVE SPACES TO alert-subject
           STRING 'DAY ' expected-day ' PUZZLE ' expected-puzzle
               DELIMITED BY SIZE INTO alert-subject
           END-STRING
           CALL 'Advent-Alert-Post' USING alert-record post-result
       .

       Write-report-heading.
