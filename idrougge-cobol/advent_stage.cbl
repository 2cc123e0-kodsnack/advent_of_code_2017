      *        col 102-111  expected record count
      *        col 113-122  expected byte count
      *        col 124-133  business date
      *        col 135      R for a deliberate rerun of a business
      *                     date, blank otherwise
      *    Counts follow wc: records are the file's line feeds (plus
      *    a final unterminated line), bytes are every byte of the
      *    file including the line feeds themselves.
      *
      *    A verified input is copied to an immutable snapshot (the
      *    input's name, then the business date, then '.stg', so
      *    each business date keeps its own), the snapshot is
      *    recounted against the card to prove the copy, and the
      *    snapshot name is recorded in the staging record - the day
      *    programs run against the snapshot, so the file that ran
      *    is always the file that verified, even if the transfer
      *    re-lands the landing file in between.
      *
      *    Every snapshot taken is entered in the retention catalog
      *    snapcat.dat (snapcat.cpy), kept until its business date
      *    plus SNAPSHOT_RETAIN_DAYS days (90 when unset); each run
      *    deletes the snapshots past that date and marks their
      *    entries purged, so the catalog says which business dates
      *    can still be replayed by Advent-Replay. The catalog is
      *    rewritten through the work file snapcat.wrk.
      *
      *    The card's business date is checked against the business
      *    calendar (calendar.dat, through Advent-Calendar) before
      *    the file is counted: it must be a business day, and it
      *    must be the first business day after the last date
      *    verified for that input in the previous staging.dat, so
      *    last Friday's file under last Friday's card cannot pass
      *    again on Monday. A card flagged R for a rerun needs only
      *    a business day. An input seen for the first time has no
      *    last date to follow and needs only a business day too.
      *    Anything the calendar cannot answer - no calendar, a
      *    date outside it - refuses the card. A refused card fails
      *    the input without counting it, and so does a card whose
      *    counts cannot be read but which still names its input.
      *    A card for the date an input was already verified for
      *    earlier the same day passes the check, so a batch resumed
      *    after a staging failure can stage again with the same
      *    cards. An input staged before but given no card this run
      *    is carried forward in staging.dat with status 'C' and its
      *    last business date, so its next card is still checked.
      *
      *    RETURN-CODE is nonzero when any input failed
      *    verification, so the driver stops before the day programs
           SELECT staging-file ASSIGN TO 'staging.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS staging-file-status.
           SELECT catalog-file ASSIGN TO 'snapcat.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS catalog-file-status.
           SELECT catalog-work-file ASSIGN TO 'snapcat.wrk'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS catalog-work-status.
           SELECT report-file ASSIGN TO 'stage.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS report-file-status.
           05  card-byte-count   PIC 9(10).
           05  FILLER            PIC X.
           05  card-business-date PIC X(10).
           05  FILLER            PIC X.
           05  card-rerun-flag   PIC X.
           88  card-rerun                   VALUE 'R'.
       FD staging-file.
           COPY "stagefile.cpy".
       FD catalog-file.
           COPY "snapcat.cpy".
       FD catalog-work-file.
       01 catalog-work-line      PIC X(269).
       FD report-file.
       01 report-line            PIC X(160).
       WORKING-STORAGE SECTION.
       77  write-handle          PIC X(4) COMP-X.
       77  write-access          PIC X COMP-X VALUE 2.
       77  copy-remaining        PIC 9(10)  VALUE ZERO.
      * Business-date check: the last business date verified for
      * each input, taken from the previous staging.dat before it
      * is rewritten, and the calendar's answers about the card.
       77  calendar-action       PIC X.
       77  calendar-result       PIC X.
       77  calendar-next-date    PIC X(10).
       77  prior-business-date   PIC X(10).
       77  prior-index           PIC 99     VALUE ZERO.
       77  prior-found-index     PIC 99     VALUE ZERO.
       77  carried-count         PIC 9(05)  VALUE ZERO.
       77  found-index           PIC 99     VALUE ZERO.
       77  date-refusal          PIC X(50)  VALUE SPACES.
      * Snapshot retention: how long a snapshot is kept, and the
      * snapshots this run has taken, catalogued at the end.
       77  catalog-file-status   PIC XX.
       77  catalog-work-status   PIC XX.
       77  retain-text           PIC X(06)  VALUE SPACES.
       77  retain-length         PIC 9      VALUE ZERO.
       77  retain-days           PIC 9(05)  VALUE 90.
       77  date-digits           PIC 9(08)  VALUE ZERO.
       77  catalog-index         PIC 99     VALUE ZERO.
       77  catalogued-count      PIC 9(05)  VALUE ZERO.
       77  purged-count          PIC 9(05)  VALUE ZERO.
       01  switches.
           05  eof-switch        PIC 9      VALUE 0.
           88  eof                          VALUE 1.
           88  snapshot-verified-ok         VALUE 1.
           05  landing-ok-switch PIC 9      VALUE 0.
           88  landing-verified             VALUE 1.
           05  prior-full-switch PIC 9      VALUE 0.
           88  prior-table-full             VALUE 1.
           05  new-full-switch   PIC 9      VALUE 0.
           88  new-snapshot-table-full      VALUE 1.
           05  catalog-eof-switch PIC 9     VALUE 0.
           88  catalog-eof                  VALUE 1.
           05  catalog-copied-switch PIC 9  VALUE 0.
           88  catalog-copied               VALUE 1.
       01  prior-table.
           05  prior-count       PIC 99     VALUE ZERO.
           05  prior-entry       OCCURS 50 TIMES.
               10  pe-file-name      PIC X(100).
               10  pe-business-date  PIC X(10).
               10  pe-verified-today-flag PIC X.
               88  pe-verified-today           VALUE 'Y'.
               10  pe-card-flag      PIC X.
               88  pe-card-seen                VALUE 'Y'.
       01  new-snapshot-table.
           05  new-snapshot-count PIC 99    VALUE ZERO.
           05  new-snapshot-entry OCCURS 50 TIMES.
               10  ns-catalog-record.
                   15  FILLER        PIC X(110).
                   15  ns-snapshot-name PIC X(100).
                   15  FILLER        PIC X(59).
       PROCEDURE DIVISION.
       Main.
           PERFORM Determine-run-parameters
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Load-prior-staging
           IF staging-file-status NOT EQUAL '00' AND
               staging-file-status NOT EQUAL '35'
               DISPLAY 'Advent-Stage: cannot read the previous '
                   'staging.dat, status ' staging-file-status
               MOVE 1 TO RETURN-CODE
               CLOSE control-file
               GOBACK
           END-IF
           OPEN OUTPUT staging-file
           OPEN OUTPUT report-file
           IF staging-file-status NOT EQUAL '00' OR
                       PERFORM Stage-one-input
               END-READ
           END-PERFORM
           PERFORM Carry-forward-uncarded-inputs
           PERFORM Maintain-snapshot-catalog
           PERFORM Write-report-totals
           CLOSE control-file
           CLOSE staging-file
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           ACCEPT retain-text FROM ENVIRONMENT 'SNAPSHOT_RETAIN_DAYS'
               ON EXCEPTION
                   MOVE SPACES TO retain-text
           END-ACCEPT
           PERFORM Convert-retain-days
       .

      * Only digits followed by spaces set the retention; anything
      * else, zero included, keeps the 90-day default rather than
      * purging a snapshot the night it is taken.
       Convert-retain-days.
           MOVE ZERO TO retain-length
           PERFORM Count-retain-digit
               UNTIL retain-length NOT LESS THAN 5
                   OR retain-text(retain-length + 1:1)
                       IS NOT NUMERIC
           IF retain-length GREATER THAN ZERO AND
               retain-text(retain-length + 1:) EQUAL SPACES
               COMPUTE retain-days =
                   FUNCTION NUMVAL(retain-text(1:retain-length))
           END-IF
           IF retain-days EQUAL ZERO
               MOVE 90 TO retain-days
           END-IF
       .

       Count-retain-digit.
           ADD 1 TO retain-length
       .

      * The previous run's staging.dat is read before this run
      * overwrites it, keeping only each input's last verified
      * business date; a first run has no file and no dates.
       Load-prior-staging.
           MOVE ZERO TO prior-count
           OPEN INPUT staging-file
           IF staging-file-status EQUAL '00'
               PERFORM UNTIL eof
                   READ staging-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM Store-prior-date
                   END-READ
               END-PERFORM
               CLOSE staging-file
               MOVE 0 TO eof-switch
           END-IF
       .

       Store-prior-date.
           MOVE stage-last-business-date TO prior-business-date
           IF prior-business-date EQUAL SPACES AND stage-verified
               MOVE stage-business-date TO prior-business-date
           END-IF
           IF prior-business-date NOT EQUAL SPACES
               IF prior-count LESS THAN 50
                   ADD 1 TO prior-count
                   MOVE stage-file-name TO pe-file-name(prior-count)
                   MOVE prior-business-date
                       TO pe-business-date(prior-count)
                   MOVE 'N' TO pe-verified-today-flag(prior-count)
                   IF stage-verified AND
                       stage-verify-date EQUAL run-date AND
                       stage-business-date EQUAL prior-business-date
                       SET pe-verified-today(prior-count) TO TRUE
                   END-IF
                   MOVE 'N' TO pe-card-flag(prior-count)
               ELSE
                   IF NOT prior-table-full
                       SET prior-table-full TO TRUE
                       DISPLAY 'Advent-Stage: more than 50 inputs '
                           'in staging.dat, later inputs checked '
                           'as first seen'
                   END-IF
               END-IF
           END-IF
       .

      * A card with unreadable counts cannot be verified against,
      * so it fails outright, as does a card whose business date is
      * refused; otherwise the physical file is counted block by
      * block and both totals must match the card exactly.
       Stage-one-input.
           IF card-file-name EQUAL SPACES OR
               card-record-count IS NOT NUMERIC OR
               card-byte-count IS NOT NUMERIC
               PERFORM Record-bad-card
           ELSE
               PERFORM Check-business-date
               IF date-refusal NOT EQUAL SPACES
                   PERFORM Refuse-business-date
               ELSE
                   PERFORM Verify-staged-input
               END-IF
           END-IF
       .

      * Any answer the calendar cannot give refuses the card: the
      * check fails closed, never open.
       Check-business-date.
           MOVE SPACES TO date-refusal
           PERFORM Find-prior-date
           MOVE 'D' TO calendar-action
           CALL 'Advent-Calendar' USING calendar-action
               card-business-date calendar-result calendar-next-date
           EVALUATE TRUE
               WHEN card-business-date EQUAL SPACES
                   MOVE 'no business date on the card'
                       TO date-refusal
               WHEN calendar-result EQUAL 'F'
                   MOVE 'business calendar not readable'
                       TO date-refusal
               WHEN calendar-result EQUAL 'U'
                   MOVE 'date not covered by calendar.dat'
                       TO date-refusal
               WHEN calendar-result EQUAL 'H' OR
                   calendar-result EQUAL 'N'
                   MOVE 'not a business day' TO date-refusal
               WHEN card-rerun
                   CONTINUE
               WHEN prior-business-date EQUAL SPACES
                   CONTINUE
      * Staged again the same day, as when a batch is resumed.
               WHEN card-business-date EQUAL prior-business-date AND
                   pe-verified-today(prior-found-index)
                   CONTINUE
               WHEN OTHER
                   PERFORM Check-next-business-date
           END-EVALUATE
       .

      * The input found is marked as having a card this run, so it
      * is not carried forward as well.
       Find-prior-date.
           MOVE SPACES TO prior-business-date
           MOVE ZERO TO found-index
           MOVE ZERO TO prior-index
           PERFORM Match-prior-date
               UNTIL prior-index NOT LESS THAN prior-count
                   OR found-index NOT EQUAL ZERO
           MOVE found-index TO prior-found-index
           IF found-index NOT EQUAL ZERO
               MOVE pe-business-date(found-index)
                   TO prior-business-date
               SET pe-card-seen(found-index) TO TRUE
           END-IF
       .

       Match-prior-date.
           ADD 1 TO prior-index
           IF pe-file-name(prior-index) EQUAL card-file-name
               MOVE prior-index TO found-index
           END-IF
       .

       Check-next-business-date.
           MOVE 'N' TO calendar-action
           CALL 'Advent-Calendar' USING calendar-action
               prior-business-date calendar-result calendar-next-date
           IF calendar-result NOT EQUAL 'B'
               STRING 'no business day after ' prior-business-date
                   ' in calendar.dat'
                   DELIMITED BY SIZE INTO date-refusal
               END-STRING
           ELSE
               IF card-business-date NOT EQUAL calendar-next-date
                   STRING 'expected business date '
                       calendar-next-date
                       DELIMITED BY SIZE INTO date-refusal
                   END-STRING
               END-IF
           END-IF
       .

      * A refused input is recorded failed with nothing counted, and
      * keeps the last business date it had, so the next card is
      * still checked against the date actually verified.
       Refuse-business-date.
           ADD 1 TO failed-count
           MOVE card-file-name TO stage-file-name
           MOVE 'F' TO stage-status
           MOVE card-business-date TO stage-business-date
           MOVE run-date TO stage-verify-date
           MOVE run-time TO stage-verify-time
           MOVE ZERO TO stage-record-count
           MOVE ZERO TO stage-byte-count
           MOVE SPACES TO stage-snapshot-name
           MOVE prior-business-date TO stage-last-business-date
           WRITE staging-record
           MOVE SPACES TO report-line
           STRING 'FAIL    ' card-file-name(1:60)
               ' BUSINESS DATE ' card-business-date
               ' REFUSED: ' date-refusal
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       Verify-staged-input.
           MOVE card-file-name TO subject-file-name
           PERFORM Count-subject-file
           MOVE card-file-name TO stage-file-name
           MOVE card-business-date TO stage-business-date
           MOVE run-date TO stage-verify-date
           MOVE run-time TO stage-verify-time
           MOVE SPACES TO stage-snapshot-name
           MOVE 0 TO snapshot-good-switch
           MOVE 0 TO landing-ok-switch
           IF subject-file-status EQUAL '00' AND
               actual-records EQUAL card-record-count AND
               actual-bytes EQUAL card-byte-count
               SET landing-verified TO TRUE
               PERFORM Snapshot-verified-input
           END-IF
           MOVE actual-records TO stage-record-count
           MOVE actual-bytes TO stage-byte-count
           MOVE prior-business-date TO stage-last-business-date
           IF snapshot-verified-ok
               ADD 1 TO verified-count
               MOVE 'V' TO stage-status
               MOVE snapshot-file-name TO stage-snapshot-name
      * A rerun of an earlier date must not wind the input back.
               IF card-business-date GREATER THAN prior-business-date
                   MOVE card-business-date TO stage-last-business-date
               END-IF
               PERFORM Hold-catalog-entry
           ELSE
               ADD 1 TO failed-count
               MOVE 'F' TO stage-status
           END-IF
           WRITE staging-record
           PERFORM Write-result-line
       .

      * The landing file matched its card, so it is copied to the
      * snapshot the day programs will actually read, and the
      * snapshot is recounted against the same card - the copy
               UNTIL name-length EQUAL ZERO OR
                   card-file-name(name-length:1) NOT EQUAL SPACE
           MOVE SPACES TO snapshot-file-name
           STRING card-file-name(1:name-length) '.'
               card-business-date(1:8) '.stg'
               DELIMITED BY SIZE INTO snapshot-file-name
           END-STRING
       .
      * Block-for-block copy through the same stream buffer the
      * counting uses; the byte count just proven against the card
      * says how much to copy. A landing name too long to take the
      * date and '.stg' suffix cannot be snapshotted and fails here.
       Copy-to-snapshot.
           MOVE 0 TO copy-done-switch
           IF name-length GREATER THAN 87
               DISPLAY 'Advent-Stage: input name too long for '
                   'snapshot: ' card-file-name(1:60)
           ELSE
           END-IF
       .

      * The catalog entry is built when the snapshot is proven and
      * written with the rest at the end of the run.
       Hold-catalog-entry.
           IF new-snapshot-count LESS THAN 50
               MOVE card-business-date TO snap-business-date
               MOVE card-file-name TO snap-input-file
               MOVE snapshot-file-name TO snap-snapshot-name
               MOVE actual-records TO snap-record-count
               MOVE actual-bytes TO snap-byte-count
               MOVE run-date TO snap-verify-date
               MOVE run-time TO snap-verify-time
               MOVE card-business-date(1:8) TO date-digits
               COMPUTE date-digits = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(date-digits) + retain-days)
               MOVE date-digits TO snap-retain-until
               MOVE 'R' TO snap-status
               MOVE SPACES TO snap-purge-date
               ADD 1 TO new-snapshot-count
               MOVE snapshot-catalog-record
                   TO ns-catalog-record(new-snapshot-count)
           ELSE
               IF NOT new-snapshot-table-full
                   SET new-snapshot-table-full TO TRUE
                   DISPLAY 'Advent-Stage: more than 50 snapshots '
                       'this run, the rest are not catalogued'
               END-IF
           END-IF
       .

      * The old catalog is copied to the work file less the entries
      * tonight's snapshots replace, purging what has expired on
      * the way, and tonight's entries follow; the work file is then
      * copied back. A catalog that cannot be rewritten leaves the
      * old one in place and is reported, but does not fail the
      * inputs, which verified regardless.
       Maintain-snapshot-catalog.
           MOVE 0 TO catalog-copied-switch
           OPEN OUTPUT catalog-work-file
           IF catalog-work-status NOT EQUAL '00'
               DISPLAY 'Advent-Stage: cannot open snapcat.wrk, '
                   'status ' catalog-work-status
                   ', snapshot catalog not updated'
           ELSE
               OPEN INPUT catalog-file
               IF catalog-file-status EQUAL '00'
                   PERFORM UNTIL catalog-eof
                       READ catalog-file
                           AT END SET catalog-eof TO TRUE
                           NOT AT END PERFORM Copy-catalog-entry
                       END-READ
                   END-PERFORM
                   CLOSE catalog-file
               END-IF
               IF catalog-file-status EQUAL '00' OR
                   catalog-file-status EQUAL '10' OR
                   catalog-file-status EQUAL '35'
                   SET catalog-copied TO TRUE
               ELSE
                   DISPLAY 'Advent-Stage: cannot read snapcat.dat, '
                       'status ' catalog-file-status
                       ', snapshot catalog not updated'
               END-IF
               IF catalog-copied
                   MOVE ZERO TO catalog-index
                   PERFORM Write-new-catalog-entry
                       UNTIL catalog-index NOT LESS THAN
                           new-snapshot-count
               END-IF
               CLOSE catalog-work-file
               IF catalog-copied
                   PERFORM Copy-catalog-back
               END-IF
           END-IF
       .

       Copy-catalog-entry.
           MOVE ZERO TO found-index
           MOVE ZERO TO catalog-index
           PERFORM Match-new-snapshot
               UNTIL catalog-index NOT LESS THAN new-snapshot-count
                   OR found-index NOT EQUAL ZERO
           IF found-index EQUAL ZERO
               IF snap-retained AND
                   snap-retain-until LESS THAN run-date
                   PERFORM Purge-snapshot
               END-IF
               WRITE catalog-work-line FROM snapshot-catalog-record
           END-IF
       .

       Match-new-snapshot.
           ADD 1 TO catalog-index
           IF ns-snapshot-name(catalog-index) EQUAL
               snap-snapshot-name
               MOVE catalog-index TO found-index
           END-IF
       .

      * A snapshot already gone is still marked purged: either way
      * the date can no longer be replayed from it.
       Purge-snapshot.
           CALL 'CBL_DELETE_FILE' USING snap-snapshot-name
           MOVE ZERO TO RETURN-CODE
           MOVE 'P' TO snap-status
           MOVE run-date TO snap-purge-date
           ADD 1 TO purged-count
           MOVE SPACES TO report-line
           STRING 'PURGED  ' snap-snapshot-name(1:60)
               ' BUSINESS DATE ' snap-business-date
               ' KEPT UNTIL ' snap-retain-until
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       Write-new-catalog-entry.
           ADD 1 TO catalog-index
           WRITE catalog-work-line
               FROM ns-catalog-record(catalog-index)
           ADD 1 TO catalogued-count
       .

      * snapcat.dat is only emptied once snapcat.wrk is open to
      * refill it; a catalog that cannot be copied back is left as
      * it was.
       Copy-catalog-back.
           OPEN INPUT catalog-work-file
           IF catalog-work-status NOT EQUAL '00'
               DISPLAY 'Advent-Stage: cannot open snapcat.wrk, '
                   'status ' catalog-work-status ', snapcat.dat not '
                   'changed'
           ELSE
               OPEN OUTPUT catalog-file
               IF catalog-file-status NOT EQUAL '00'
                   DISPLAY 'Advent-Stage: cannot rewrite '
                       'snapcat.dat, status ' catalog-file-status
                       ', the catalog is in snapcat.wrk'
               ELSE
                   MOVE 0 TO catalog-eof-switch
                   PERFORM UNTIL catalog-eof
                       READ catalog-work-file
                           AT END SET catalog-eof TO TRUE
                           NOT AT END
                               WRITE snapshot-catalog-record
                                   FROM catalog-work-line
                       END-READ
                   END-PERFORM
                   CLOSE catalog-file
               END-IF
               CLOSE catalog-work-file
           END-IF
       .

      * Every input the previous staging.dat knew that no card named
      * this run keeps its record, marked carried and counting
      * nothing, so its last business date survives a night it was
      * not sent.
       Carry-forward-uncarded-inputs.
           MOVE ZERO TO prior-index
           PERFORM Carry-forward-one-input
               UNTIL prior-index NOT LESS THAN prior-count
       .

       Carry-forward-one-input.
           ADD 1 TO prior-index
           IF NOT pe-card-seen(prior-index)
               ADD 1 TO carried-count
               MOVE pe-file-name(prior-index) TO stage-file-name
               MOVE 'C' TO stage-status
               MOVE pe-business-date(prior-index)
                   TO stage-business-date
               MOVE run-date TO stage-verify-date
               MOVE run-time TO stage-verify-time
               MOVE ZERO TO stage-record-count
               MOVE ZERO TO stage-byte-count
               MOVE SPACES TO stage-snapshot-name
               MOVE pe-business-date(prior-index)
                   TO stage-last-business-date
               WRITE staging-record
               MOVE SPACES TO report-line
               STRING 'CARRIED ' pe-file-name(prior-index)(1:60)
                   ' NO CARD, LAST BUSINESS DATE '
                   pe-business-date(prior-index)
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
           END-IF
       .

      * A bad card that still names its input is recorded failed
      * against that input, like a refused date, so the day
      * programs do not go on to a verification from an earlier
      * run; the input keeps the last business date it had.
       Record-bad-card.
           ADD 1 TO failed-count
           IF card-file-name NOT EQUAL SPACES
               PERFORM Find-prior-date
               MOVE card-file-name TO stage-file-name
               MOVE 'F' TO stage-status
               MOVE card-business-date TO stage-business-date
               MOVE run-date TO stage-verify-date
               MOVE run-time TO stage-verify-time
               MOVE ZERO TO stage-record-count
               MOVE ZERO TO stage-byte-count
               MOVE SPACES TO stage-snapshot-name
               MOVE prior-business-date TO stage-last-business-date
               WRITE staging-record
           END-IF
           MOVE SPACES TO report-line
           STRING 'FAIL    unreadable control card: '
               control-card(1:123)
                   ' SNAPSHOT ' snapshot-file-name(1:40)
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               IF card-rerun
                   MOVE ' RERUN' TO report-line(155:)
               END-IF
           ELSE
      * A landing file that matched its card but still failed went
      * down on the snapshot, and the report must say so - the
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'CARRIED      : ' carried-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'CATALOGUED   : ' catalogued-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'PURGED       : ' purged-count
               DELIMITED BY SIZE INTO report-line
           END-STRING
           WRITE report-line
       .

       END PROGRAM Advent-Stage.
