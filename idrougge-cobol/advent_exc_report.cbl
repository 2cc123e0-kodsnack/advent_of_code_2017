       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-Exc-Report.
      *DESCRIPTION. Consolidated exception report: reads the day
      *    programs' reject files - day1.exc, day2.exc, day4.exc and
      *    day5.exc, all in the shared exception layout of
      *    excfile.cpy - and digests them into one view, excsum.rpt,
      *    of every outstanding reject by program, with its
      *    position, reason, business date and age in days. A reject
      *    that has sat unrepaired for EXC_AGE_LIMIT days (default
      *    3) is flagged AGED and sets RETURN-CODE 2, so a reject
      *    buried in day4.exc pages operations instead of surfacing
      *    as a wrong answer weeks later. Each program with aged
      *    rejects is posted to the alert feed as one warning
      *    through Advent-Alert-Post; while that alert is open and
      *    unacknowledged, the same aged rejects do not page again.
      *
      *    A reject file that does not exist simply contributes
      *    nothing - a clean night has no reject files at all, and
       77  file-index            PIC 9     VALUE ZERO.
       77  scan-index            PIC 999   VALUE ZERO.
       77  found-index           PIC 999   VALUE ZERO.
       77  post-result           PIC X.
       01  switches.
           05  eof-switch        PIC 9     VALUE 0.
           88  eof                         VALUE 1.
           05  program-full-switch PIC 9   VALUE 0.
           88  program-table-full          VALUE 1.
      * The four reject files the day programs write; the list is
      * fixed because the file names are.
       01  reject-file-list.
           05  reject-file-name  PIC X(100) OCCURS 4 TIMES.
      * Per-program totals of outstanding and aged rejects.
       01  program-table.
           05  program-count     PIC 999   VALUE ZERO.
               10  pe-program    PIC X(12).
               10  pe-rejects    PIC 9(05).
               10  pe-aged       PIC 9(05).
       COPY "alertrec.cpy".
       PROCEDURE DIVISION.
       Main.
           PERFORM Determine-run-parameters
           MOVE 'day1.exc' TO reject-file-name(1)
           MOVE 'day2.exc' TO reject-file-name(2)
           MOVE 'day4.exc' TO reject-file-name(3)
           MOVE 'day5.exc' TO reject-file-name(4)
           MOVE ZERO TO file-index
           PERFORM Digest-one-file
               UNTIL file-index NOT LESS THAN 4
           PERFORM Write-program-section
           MOVE ZERO TO scan-index
           PERFORM Post-aged-alert
               UNTIL scan-index NOT LESS THAN program-count
           PERFORM Write-report-totals
           CLOSE report-file
           IF aged-count NOT EQUAL ZERO
           WRITE report-line
       .

      * One alert per program rather than per reject: the page says
      * where to look, excsum.rpt says what is there.
       Post-aged-alert.
           ADD 1 TO scan-index
           IF pe-aged(scan-index) NOT EQUAL ZERO
               MOVE 'Advent-Exc-Report' TO alert-source-program
               MOVE 'W' TO alert-severity
               MOVE 'AGED' TO alert-code
               MOVE pe-program(scan-index) TO alert-subject
               MOVE SPACES TO alert-message
               STRING pe-aged(scan-index) ' REJECTS OLDER THAN '
                   age-limit ' DAYS ON ' run-date(1:8)
                   DELIMITED BY SIZE INTO alert-message
               END-STRING
               CALL 'Advent-Alert-Post' USING alert-record
                   post-result
           END-IF
       .

       Write-program-section.
           MOVE SPACES TO report-line
           STRING 'OUTSTANDING REJECTS BY PROGRAM'
