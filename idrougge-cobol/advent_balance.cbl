       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-Balance.
      *DESCRIPTION. End-of-batch balancing step, run after the day
      *    programs and before Advent-Verify: proves that every input
      *    Advent-Stage verified tonight was consumed whole by the
      *    day program that ran against it. Advent-Verify can only
      *    say an answer matches last month's; this says nothing
      *    went missing between staging and the answer.
      *
      *    For every verified staging record the run that processed
      *    it is the last audit.log record naming its snapshot (or
      *    its landing file, when no snapshot was taken) and written
      *    at or after the staging verify stamp. Three totals are
      *    then cross-footed:
      *        - the staged record count (the byte count for
      *          Advent1-1, which reads its input as a byte stream
      *          and audits bytes) against the audited records read;
      *        - for Advent2-1, the lines on day2.det plus the
      *          rejects on day2.exc against the records read, since
      *          every line read is either detailed or rejected;
      *        - the rejects actually on the program's dayN.exc file
      *          against the exception count on the audit record.
      *    Each input gets a BALANCED or OUT-OF-BALANCE line on
      *    balance.rpt, with a line under it for every total that
      *    did not agree; an input with no audit record since it was
      *    staged was never processed and is out of balance too.
      *    Staging records that failed verification are listed but
      *    not balanced - Advent-Stage has already failed them and
      *    the day program has refused them. An input carried
      *    forward with no card this run was not staged tonight and
      *    is left off the report.
      *
      *    Audit log file name comes from the command line, then
      *    from environment variable AUDIT_LOG_FILE, then defaults
      *    to 'audit.log'. RETURN-CODE is 1 when any input is out of
      *    balance, so the driver fails the step.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT staging-file ASSIGN TO 'staging.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS staging-file-status.
           SELECT audit-log-file ASSIGN TO DYNAMIC audit-file-name
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS audit-log-status.
           SELECT count-file ASSIGN TO DYNAMIC count-file-name
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS count-file-status.
           SELECT report-file ASSIGN TO 'balance.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS report-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD staging-file.
           COPY "stagefile.cpy".
       FD audit-log-file.
           COPY "auditlog.cpy".
       FD count-file.
       01 count-record           PIC X(512).
       FD report-file.
       01 report-line            PIC X(160).
       WORKING-STORAGE SECTION.
       77  audit-file-name       PIC X(100) VALUE 'audit.log'.
       77  count-file-name       PIC X(100).
       77  reject-file-name      PIC X(100).
       77  staging-file-status   PIC XX.
       77  audit-log-status      PIC XX.
       77  count-file-status     PIC XX.
       77  report-file-status    PIC XX.
       77  run-date              PIC X(10).
       77  run-time              PIC X(08).
       77  audit-stamp           PIC X(18).
       77  scan-index            PIC 99    VALUE ZERO.
       77  file-count            PIC 9(10) VALUE ZERO.
       77  staged-count          PIC 9(10) VALUE ZERO.
       77  detail-count          PIC 9(10) VALUE ZERO.
       77  reject-count          PIC 9(10) VALUE ZERO.
       77  detail-plus-rejects   PIC 9(10) VALUE ZERO.
       77  audit-exceptions      PIC 9(10) VALUE ZERO.
       77  day-digit             PIC X.
       77  input-count           PIC 9(05) VALUE ZERO.
       77  balanced-count        PIC 9(05) VALUE ZERO.
       77  unbalanced-count      PIC 9(05) VALUE ZERO.
       77  unverified-count      PIC 9(05) VALUE ZERO.
       77  result-label          PIC X(14).
       01  switches.
           05  staging-eof-switch PIC 9    VALUE 0.
           88  staging-eof                 VALUE 1.
           05  audit-eof-switch  PIC 9     VALUE 0.
           88  audit-eof                   VALUE 1.
           05  count-eof-switch  PIC 9     VALUE 0.
           88  count-eof                   VALUE 1.
           05  balance-switch    PIC 9     VALUE 0.
           88  out-of-balance              VALUE 1.
           05  table-full-switch PIC 9     VALUE 0.
           88  balance-table-full          VALUE 1.
      * One entry per staging record, carrying the staged counts and
      * - once the audit log has been read - the last audit record
      * written against that input since it was verified.
       01  balance-table.
           05  balance-count     PIC 99    VALUE ZERO.
           05  balance-entry     OCCURS 50 TIMES.
               10  be-file-name      PIC X(100).
               10  be-audited-name   PIC X(100).
               10  be-status         PIC X.
               88  be-verified                 VALUE 'V'.
               10  be-verify-stamp   PIC X(18).
               10  be-record-count   PIC 9(10).
               10  be-byte-count     PIC 9(10).
               10  be-audit-switch   PIC 9.
               88  be-audit-found              VALUE 1.
               10  be-program-id     PIC X(12).
               10  be-records-read   PIC 9(10).
               10  be-exception-count PIC 9(05).
       PROCEDURE DIVISION.
       Main.
           PERFORM Determine-run-parameters
           OPEN INPUT staging-file
           IF staging-file-status NOT EQUAL '00'
               DISPLAY 'Advent-Balance: cannot open staging.dat, '
                   'nothing has been staged to balance'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Load-staging-record UNTIL staging-eof
           CLOSE staging-file
           OPEN INPUT audit-log-file
           IF audit-log-status NOT EQUAL '00'
               DISPLAY 'Advent-Balance: cannot open audit log '
                   audit-file-name
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Match-audit-record UNTIL audit-eof
           CLOSE audit-log-file
           OPEN OUTPUT report-file
           IF report-file-status NOT EQUAL '00'
               DISPLAY 'Advent-Balance: cannot open report file '
                   'balance.rpt'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Write-report-heading
           MOVE ZERO TO scan-index
           PERFORM Balance-one-input
               UNTIL scan-index NOT LESS THAN balance-count
           PERFORM Write-report-totals
           CLOSE report-file
           IF unbalanced-count NOT EQUAL ZERO
               DISPLAY 'Advent-Balance: ' unbalanced-count ' of '
                   input-count ' inputs out of balance, see '
                   'balance.rpt'
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
       .

       Determine-run-parameters.
           MOVE 'audit.log' TO audit-file-name
           ACCEPT audit-file-name FROM COMMAND-LINE
           IF audit-file-name EQUAL SPACES
               ACCEPT audit-file-name FROM ENVIRONMENT
                   'AUDIT_LOG_FILE'
                   ON EXCEPTION
                       MOVE 'audit.log' TO audit-file-name
               END-ACCEPT
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
       .

      * The day programs audit the file they actually read, which
      * is the snapshot whenever Advent-Stage took one. A carried
      * record stands for an input with no card tonight.
       Load-staging-record.
           READ staging-file
               AT END SET staging-eof TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN stage-carried
                           CONTINUE
                       WHEN balance-count LESS THAN 50
                           ADD 1 TO balance-count
                           PERFORM Store-staging-entry
                       WHEN OTHER
                           PERFORM Report-table-full
                   END-EVALUATE
           END-READ
       .

       Store-staging-entry.
           MOVE stage-file-name TO be-file-name(balance-count)
           IF stage-snapshot-name EQUAL SPACES
               MOVE stage-file-name
                   TO be-audited-name(balance-count)
           ELSE
               MOVE stage-snapshot-name
                   TO be-audited-name(balance-count)
           END-IF
           MOVE stage-status TO be-status(balance-count)
           MOVE SPACES TO be-verify-stamp(balance-count)
           STRING stage-verify-date stage-verify-time
               DELIMITED BY SIZE
               INTO be-verify-stamp(balance-count)
           END-STRING
           MOVE stage-record-count TO be-record-count(balance-count)
           MOVE stage-byte-count TO be-byte-count(balance-count)
           MOVE 0 TO be-audit-switch(balance-count)
           MOVE SPACES TO be-program-id(balance-count)
           MOVE ZERO TO be-records-read(balance-count)
           MOVE ZERO TO be-exception-count(balance-count)
       .

       Report-table-full.
           IF NOT balance-table-full
               SET balance-table-full TO TRUE
               DISPLAY 'Advent-Balance: more than 50 staging '
                   'records, extra inputs not balanced'
           END-IF
       .

      * The log is in run order, so a later matching record simply
      * replaces an earlier one and the last run since staging wins.
      * Records with unreadable counts are passed over, as
      * Advent-Audit-Summary does.
       Match-audit-record.
           READ audit-log-file
               AT END SET audit-eof TO TRUE
               NOT AT END
                   IF audit-program-id NOT EQUAL SPACES AND
                       audit-records-read IS NUMERIC
                       MOVE SPACES TO audit-stamp
                       STRING audit-run-date audit-run-time
                           DELIMITED BY SIZE INTO audit-stamp
                       END-STRING
                       MOVE ZERO TO scan-index
                       PERFORM Match-balance-entry
                           UNTIL scan-index NOT LESS THAN
                               balance-count
                   END-IF
           END-READ
       .

       Match-balance-entry.
           ADD 1 TO scan-index
           IF be-verified(scan-index) AND
               audit-input-file EQUAL be-audited-name(scan-index) AND
               audit-stamp NOT LESS THAN be-verify-stamp(scan-index)
               SET be-audit-found(scan-index) TO TRUE
               MOVE audit-program-id TO be-program-id(scan-index)
               MOVE audit-records-read
                   TO be-records-read(scan-index)
               IF audit-exception-count IS NUMERIC
                   MOVE audit-exception-count
                       TO be-exception-count(scan-index)
               ELSE
                   MOVE ZERO TO be-exception-count(scan-index)
               END-IF
           END-IF
       .

       Balance-one-input.
           ADD 1 TO scan-index
           IF NOT be-verified(scan-index)
               ADD 1 TO unverified-count
               MOVE SPACES TO report-line
               STRING 'NOT STAGED     ' be-file-name(scan-index)(1:60)
                   ' FAILED VERIFICATION, NOT BALANCED'
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
           ELSE
               ADD 1 TO input-count
               MOVE 0 TO balance-switch
               IF be-audit-found(scan-index)
                   PERFORM Cross-foot-input
               ELSE
                   SET out-of-balance TO TRUE
                   PERFORM Write-result-line
                   MOVE SPACES TO report-line
                   STRING '    NO AUDIT RECORD SINCE STAGING AT '
                       be-verify-stamp(scan-index)(1:10) ' '
                       be-verify-stamp(scan-index)(11:8)
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
                   WRITE report-line
               END-IF
               IF out-of-balance
                   ADD 1 TO unbalanced-count
               ELSE
                   ADD 1 TO balanced-count
               END-IF
           END-IF
       .

      * All three totals are gathered first so the result line can
      * lead, with a line under it for each total that disagreed.
      * The program's reject file is dayN.exc, N being the day digit
      * that follows 'Advent' in its name.
       Cross-foot-input.
           IF be-program-id(scan-index) EQUAL 'Advent1-1'
               MOVE be-byte-count(scan-index) TO staged-count
           ELSE
               MOVE be-record-count(scan-index) TO staged-count
           END-IF
           IF staged-count NOT EQUAL be-records-read(scan-index)
               SET out-of-balance TO TRUE
           END-IF
           MOVE be-program-id(scan-index)(7:1) TO day-digit
           MOVE ZERO TO reject-count
           MOVE 'no reject file' TO reject-file-name
           IF day-digit IS NUMERIC
               MOVE SPACES TO reject-file-name
               STRING 'day' day-digit '.exc'
                   DELIMITED BY SIZE INTO reject-file-name
               END-STRING
               MOVE reject-file-name TO count-file-name
               PERFORM Count-file-records
               MOVE file-count TO reject-count
           END-IF
           MOVE be-exception-count(scan-index) TO audit-exceptions
           IF reject-count NOT EQUAL audit-exceptions
               SET out-of-balance TO TRUE
           END-IF
           IF be-program-id(scan-index) EQUAL 'Advent2-1'
               MOVE 'day2.det' TO count-file-name
               PERFORM Count-file-records
               MOVE file-count TO detail-count
               COMPUTE detail-plus-rejects =
                   detail-count + reject-count
               IF detail-plus-rejects NOT EQUAL
                   be-records-read(scan-index)
                   SET out-of-balance TO TRUE
               END-IF
           END-IF
           PERFORM Write-result-line
           IF staged-count NOT EQUAL be-records-read(scan-index)
               MOVE SPACES TO report-line
               STRING '    STAGED COUNT ' staged-count
                   ' NOT EQUAL RECORDS READ '
                   be-records-read(scan-index)
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
           END-IF
           IF be-program-id(scan-index) EQUAL 'Advent2-1' AND
               detail-plus-rejects NOT EQUAL
                   be-records-read(scan-index)
               MOVE SPACES TO report-line
               STRING '    DETAIL LINES ' detail-count
                   ' PLUS REJECTS ' reject-count
                   ' NOT EQUAL RECORDS READ '
                   be-records-read(scan-index)
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
           END-IF
           IF reject-count NOT EQUAL audit-exceptions
               MOVE SPACES TO report-line
               STRING '    REJECTS ON ' reject-file-name(1:14) ' '
                   reject-count ' NOT EQUAL AUDIT EXCEPTIONS '
                   audit-exceptions
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
           END-IF
       .

      * A reject or detail file that does not exist holds nothing,
      * the same as Advent-Exc-Report treats it.
       Count-file-records.
           MOVE ZERO TO file-count
           MOVE 0 TO count-eof-switch
           OPEN INPUT count-file
           IF count-file-status EQUAL '00'
               PERFORM Count-one-record UNTIL count-eof
               CLOSE count-file
           END-IF
       .

       Count-one-record.
           READ count-file
               AT END SET count-eof TO TRUE
               NOT AT END ADD 1 TO file-count
           END-READ
       .

       Write-result-line.
           IF out-of-balance
               MOVE 'OUT-OF-BALANCE' TO result-label
           ELSE
               MOVE 'BALANCED' TO result-label
           END-IF
           MOVE SPACES TO report-line
           STRING result-label ' ' be-file-name(scan-index)(1:60)
               ' PROGRAM ' be-program-id(scan-index)
               ' READ ' be-records-read(scan-index)
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       Write-report-heading.
           MOVE SPACES TO report-line
           STRING 'PROGRAM      : Advent-Balance'
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
           STRING 'AUDIT FILE   : ' audit-file-name
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       Write-report-totals.
           MOVE SPACES TO report-line
           STRING 'INPUTS       : ' input-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'BALANCED     : ' balanced-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'UNBALANCED   : ' unbalanced-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'NOT STAGED   : ' unverified-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       END PROGRAM Advent-Balance.
