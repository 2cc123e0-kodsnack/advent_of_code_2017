       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent5-1.
      *DESCRIPTION. Advent of code 2017, day 5, puzzle 1 (and, when
      *    DAY5_MODE is set to 2, puzzle 2's decrementing variant).
      *
      *    Input file name comes from the command line, then from
      *    environment variable DAY5_INPUT_FILE, then defaults to
      *    'day5.txt' so operations can repoint a run without a
      *    recompile.
      *
      *    Each line is one signed jump offset. Starting at the first
      *    offset, every jump moves that many offsets forward (or
      *    back) and then bumps the offset just left by one; summa is
      *    the number of jumps taken to leave the list. Under
      *    DAY5_MODE=2 the list is walked a second time from its
      *    original offsets under puzzle 2's rule - an offset of three
      *    or more is decremented instead - and summa2 counts those
      *    jumps. Lines that are not a signed whole number are
      *    reported to day5.exc and left out of the list.
      *
      *    Puzzle 2 runs to tens of millions of jumps, so the walk
      *    checkpoints its position, jump count and the whole offset
      *    list to day5.ckp every checkpoint-interval jumps; a rerun
      *    after an abend reloads the input and carries on from the
      *    last checkpoint instead of from the first jump. A formatted
      *    report goes to day5.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN TO DYNAMIC input-file-name
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS input-file-status.
           SELECT checkpoint-file ASSIGN TO 'day5.ckp'
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS checkpoint-status.
           SELECT exception-file ASSIGN TO 'day5.exc'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS exception-file-status.
           SELECT audit-log-file ASSIGN TO 'audit.log'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS audit-log-status.
           SELECT report-file ASSIGN TO 'day5.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS report-file-status.
           SELECT staging-file ASSIGN TO 'staging.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS staging-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD input-file.
       01 input-line  PIC X(256).
      * A checkpoint is one header record followed by one record per
      * offset in the list, in list order. The header names the input
      * and mode it was taken under so a checkpoint left behind by a
      * different run is never resumed.
       FD checkpoint-file.
       01 checkpoint-record.
           05  ckpt-record-type     PIC X.
           88  ckpt-header                 VALUE 'H'.
           88  ckpt-offset                 VALUE 'O'.
           05  ckpt-header-data.
               10  ckpt-input-file  PIC X(100).
               10  ckpt-run-mode    PIC X.
               10  ckpt-phase       PIC 9.
               10  ckpt-position    PIC S9(08).
               10  ckpt-steps       PIC 9(10).
               10  ckpt-summa       PIC 9(10).
               10  ckpt-offset-count PIC 9(05).
           05  ckpt-offset-data REDEFINES ckpt-header-data.
               10  ckpt-offset-value PIC S9(07).
               10  FILLER           PIC X(128).
       FD exception-file.
           COPY "excfile.cpy".
       FD audit-log-file.
           COPY "auditlog.cpy".
       FD report-file.
       01 report-line PIC X(120).
       FD staging-file.
           COPY "stagefile.cpy".
       WORKING-STORAGE SECTION.
           COPY "answerfile.cpy".
       77  summa           PIC 9(10) VALUE ZERO.
       77  summa2          PIC 9(10) VALUE ZERO.
       77  input-file-name PIC X(100) VALUE 'day5.txt'.
       77  run-mode        PIC X     VALUE '1'.
       77  run-date        PIC X(10).
       77  run-time        PIC X(08).
       77  business-date   PIC X(10) VALUE SPACES.
       77  line-number     PIC 9(10) VALUE ZERO.
       77  line-length     PIC 999   VALUE ZERO.
       77  digit-start     PIC 999   VALUE ZERO.
       77  digit-length    PIC 999   VALUE ZERO.
       77  exception-count PIC 9(05) VALUE ZERO.
       77  jump-position   PIC S9(08) VALUE ZERO.
       77  jump-offset     PIC S9(07) VALUE ZERO.
       77  step-count      PIC 9(10) VALUE ZERO.
       77  restart-steps   PIC 9(10) VALUE ZERO.
       77  walk-phase      PIC 9     VALUE 1.
       88  walking-part-one          VALUE 1.
       88  walking-part-two          VALUE 2.
       77  offset-index    PIC 9(05) VALUE ZERO.
       77  checkpoint-interval PIC 9(10) VALUE 1000000.
       77  post-action     PIC X     VALUE 'R'.
       77  checkpoint-status PIC XX.
       77  audit-log-status PIC XX.
       77  input-file-status PIC XX.
       77  exception-file-status PIC XX.
       77  report-file-status PIC XX.
       77  staging-file-status PIC XX.
       77  stage-bypass    PIC X     VALUE 'N'.
       77  line-reject-reason PIC X(40) VALUE SPACES.
       01  switches.
           05  eof-switch  PIC 9     VALUE 0.
           88  eof                   VALUE 1.
           05  part-two-switch PIC 9 VALUE 0.
           88  part-two-mode         VALUE 1.
           05  restart-switch PIC 9  VALUE 0.
           88  restarting-run        VALUE 1.
           05  overflow-switch PIC 9 VALUE 0.
           88  table-overflow        VALUE 1.
           05  checkpoint-eof-switch PIC 9 VALUE 0.
           88  checkpoint-eof        VALUE 1.
           05  staging-eof-switch PIC 9 VALUE 0.
           88  staging-eof           VALUE 1.
           05  verified-switch PIC 9 VALUE 0.
           88  input-verified        VALUE 1.
      * original-offset holds the list as read, so the puzzle 2 walk
      * can start again from it; working-offset is the list the walk
      * is changing as it goes, and is what a checkpoint saves. Real
      * inputs run to about a thousand offsets, well inside the
      * table.
       01  offset-table.
           05  offset-count    PIC 9(05) VALUE ZERO.
           05  original-offset PIC S9(07) OCCURS 50000 TIMES.
           05  working-offset  PIC S9(07) OCCURS 50000 TIMES.
       PROCEDURE DIVISION.
       Main.
           PERFORM Determine-run-parameters
           PERFORM Check-staging-status
           IF NOT input-verified
               DISPLAY 'Advent5-1: input file ' input-file-name
                   ' has not been verified by Advent-Stage, '
                   'refusing to run'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT input-file
           IF input-file-status NOT EQUAL '00'
               DISPLAY 'Advent5-1: cannot open input file '
                   input-file-name
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT exception-file
               IF exception-file-status NOT EQUAL '00'
                   DISPLAY 'Advent5-1: cannot open exception file '
                       'day5.exc'
                   MOVE 1 TO RETURN-CODE
                   CLOSE input-file
               ELSE
                   PERFORM UNTIL eof
                       READ input-file
                           AT END SET eof TO TRUE
                           NOT AT END
                               ADD 1 TO line-number
                               PERFORM Process-line
                       END-READ
                   END-PERFORM
                   CLOSE input-file
                   CLOSE exception-file
                   PERFORM Resume-from-checkpoint
                   IF NOT restarting-run
                       PERFORM Start-walk
                   END-IF
                   IF walking-part-one
                       PERFORM Walk-maze
                       MOVE step-count TO summa
                       IF part-two-mode
                           MOVE 2 TO walk-phase
                           PERFORM Start-walk
                       END-IF
                   END-IF
                   IF walking-part-two
                       PERFORM Walk-maze
                       MOVE step-count TO summa2
                   END-IF
                   PERFORM Clear-checkpoint
                   PERFORM Write-audit-record
                   PERFORM Write-report
                   PERFORM Write-master-answer
               END-IF
           END-IF
           GOBACK
       .

      * The batch must not be committed to an input Advent-Stage has
      * not verified; the staging record for the input has to carry
      * the verified status. Setting ADVENT_STAGE_BYPASS to Y skips
      * the check for ad hoc reruns outside the staged batch.
       Check-staging-status.
           ACCEPT stage-bypass FROM ENVIRONMENT
               'ADVENT_STAGE_BYPASS'
               ON EXCEPTION
                   MOVE 'N' TO stage-bypass
           END-ACCEPT
           IF stage-bypass EQUAL 'Y'
               SET input-verified TO TRUE
           ELSE
               OPEN INPUT staging-file
               IF staging-file-status EQUAL '00'
                   PERFORM Scan-staging-record
                       UNTIL staging-eof OR input-verified
                   CLOSE staging-file
               END-IF
           END-IF
       .

      * When the staging record names a snapshot, the run switches
      * to it: the snapshot is the file Advent-Stage proved, and
      * the landing file may have been re-landed since.
       Scan-staging-record.
           READ staging-file
               AT END SET staging-eof TO TRUE
               NOT AT END
                   IF stage-file-name EQUAL input-file-name AND
                       stage-verified
                       SET input-verified TO TRUE
                       MOVE stage-business-date TO business-date
                       IF stage-snapshot-name NOT EQUAL SPACES
                           MOVE stage-snapshot-name
                               TO input-file-name
                       END-IF
                   END-IF
           END-READ
       .

       Determine-run-parameters.
           MOVE 'day5.txt' TO input-file-name
           ACCEPT input-file-name FROM COMMAND-LINE
           IF input-file-name EQUAL SPACES
               ACCEPT input-file-name FROM ENVIRONMENT
                   'DAY5_INPUT_FILE'
                   ON EXCEPTION
                       MOVE 'day5.txt' TO input-file-name
               END-ACCEPT
           END-IF
           ACCEPT run-mode FROM ENVIRONMENT 'DAY5_MODE'
               ON EXCEPTION
                   MOVE '1' TO run-mode
           END-ACCEPT
           IF run-mode EQUAL '2'
               SET part-two-mode TO TRUE
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           MOVE run-date TO business-date
       .

      * An offset is an optional sign followed by up to seven digits
      * and nothing else; anything else (a blank line, stray text, an
      * offset too wide for the table) is rejected to day5.exc rather
      * than being walked as a wrong number.
       Process-line.
           PERFORM Find-line-length
           MOVE 'NOT A SIGNED OFFSET' TO line-reject-reason
           IF line-length EQUAL ZERO
               MOVE 'BLANK LINE' TO line-reject-reason
               PERFORM Record-line-exception
           ELSE
               IF input-line(1:1) EQUAL '+' OR input-line(1:1)
                   EQUAL '-'
                   MOVE 2 TO digit-start
               ELSE
                   MOVE 1 TO digit-start
               END-IF
               COMPUTE digit-length = line-length - digit-start + 1
               IF digit-length < 1 OR digit-length > 7
                   PERFORM Record-line-exception
               ELSE
                   IF input-line(digit-start:digit-length)
                       IS NOT NUMERIC
                       PERFORM Record-line-exception
                   ELSE
                       PERFORM Store-offset
                   END-IF
               END-IF
           END-IF
       .

      * input-line is a fixed PIC X(256) buffer, trailing-padded with
      * spaces beyond the text actually read, so the offset is taken
      * from just the significant, non-padded portion of the line.
       Find-line-length.
           MOVE 256 TO line-length
           PERFORM Trim-trailing-space
               UNTIL line-length = 0 OR
                   input-line(line-length:1) NOT = SPACE
       .

       Trim-trailing-space.
           SUBTRACT 1 FROM line-length
       .

      * The table simply stops growing once full; the overflow is
      * reported on every line it costs, since a maze with offsets
      * missing gives a different answer, not just a smaller one.
       Store-offset.
           IF offset-count NOT LESS THAN 50000
               PERFORM Report-table-overflow
           ELSE
               ADD 1 TO offset-count
               COMPUTE original-offset(offset-count) =
                   FUNCTION NUMVAL(input-line(1:line-length))
           END-IF
       .

       Report-table-overflow.
           IF NOT table-overflow
               SET table-overflow TO TRUE
               DISPLAY 'Advent5-1: offset table full at 50000 '
                   'offsets, summa will be wrong'
           END-IF
           MOVE 'OFFSET TABLE FULL' TO line-reject-reason
           PERFORM Record-line-exception
       .

       Record-line-exception.
           ADD 1 TO exception-count
           MOVE SPACES TO exception-record
           MOVE 'Advent5-1' TO exc-program-id
           MOVE input-file-name TO exc-input-file
           MOVE line-number TO exc-position
           MOVE 'L' TO exc-position-type
           MOVE line-reject-reason TO exc-reject-reason
           MOVE business-date TO exc-business-date
           MOVE input-line TO exc-reject-text
           WRITE exception-record
       .

      * Each walk starts at the first offset with no jumps taken and
      * the offsets exactly as read.
       Start-walk.
           MOVE 1 TO jump-position
           MOVE ZERO TO step-count
           MOVE ZERO TO offset-index
           PERFORM Copy-original-offset
               UNTIL offset-index NOT LESS THAN offset-count
       .

       Copy-original-offset.
           ADD 1 TO offset-index
           MOVE original-offset(offset-index)
               TO working-offset(offset-index)
       .

       Walk-maze.
           PERFORM Take-one-jump
               UNTIL jump-position < 1
                   OR jump-position > offset-count
       .

      * Puzzle 1 always bumps the offset just left by one; puzzle 2
      * takes one off an offset of three or more instead.
       Take-one-jump.
           MOVE working-offset(jump-position) TO jump-offset
           IF walking-part-two AND jump-offset NOT LESS THAN 3
               SUBTRACT 1 FROM working-offset(jump-position)
           ELSE
               ADD 1 TO working-offset(jump-position)
           END-IF
           ADD jump-offset TO jump-position
           ADD 1 TO step-count
           PERFORM Checkpoint-if-due
       .

       Checkpoint-if-due.
           IF FUNCTION MOD(step-count checkpoint-interval) = 0
               PERFORM Write-checkpoint
           END-IF
       .

       Write-checkpoint.
           OPEN OUTPUT checkpoint-file
           IF checkpoint-status NOT EQUAL '00'
               DISPLAY 'Advent5-1: cannot open checkpoint file '
                   'day5.ckp, continuing without a checkpoint'
           ELSE
               MOVE SPACES TO checkpoint-record
               MOVE 'H' TO ckpt-record-type
               MOVE input-file-name TO ckpt-input-file
               MOVE run-mode TO ckpt-run-mode
               MOVE walk-phase TO ckpt-phase
               MOVE jump-position TO ckpt-position
               MOVE step-count TO ckpt-steps
               MOVE summa TO ckpt-summa
               MOVE offset-count TO ckpt-offset-count
               WRITE checkpoint-record
               MOVE ZERO TO offset-index
               PERFORM Write-checkpoint-offset
                   UNTIL offset-index NOT LESS THAN offset-count
               CLOSE checkpoint-file
           END-IF
       .

       Write-checkpoint-offset.
           ADD 1 TO offset-index
           MOVE SPACES TO checkpoint-record
           MOVE 'O' TO ckpt-record-type
           MOVE working-offset(offset-index) TO ckpt-offset-value
           WRITE checkpoint-record
       .

      * Run completed normally - an empty checkpoint file means the
      * next run has nothing to restart from.
       Clear-checkpoint.
           OPEN OUTPUT checkpoint-file
           IF checkpoint-status NOT EQUAL '00'
               DISPLAY 'Advent5-1: cannot open checkpoint file '
                   'day5.ckp to clear it'
           ELSE
               CLOSE checkpoint-file
           END-IF
       .

      * A checkpoint is only resumed when it was taken against this
      * same input, in this same mode, over a list of the same length,
      * and carries every offset record; a checkpoint cut short by an
      * abend in the middle of writing it is ignored and the walk
      * starts again from the first jump.
       Resume-from-checkpoint.
           OPEN INPUT checkpoint-file
           IF checkpoint-status EQUAL '00'
               READ checkpoint-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ckpt-header AND
                           ckpt-input-file EQUAL input-file-name AND
                           ckpt-run-mode EQUAL run-mode AND
                           ckpt-offset-count EQUAL offset-count
                           PERFORM Restore-checkpoint
                       ELSE
                           DISPLAY 'Advent5-1: checkpoint day5.ckp '
                               'was not taken against this run, '
                               'starting from the first jump'
                       END-IF
               END-READ
               CLOSE checkpoint-file
           END-IF
       .

       Restore-checkpoint.
           MOVE ckpt-phase TO walk-phase
           MOVE ckpt-position TO jump-position
           MOVE ckpt-steps TO step-count
           MOVE ckpt-summa TO summa
           MOVE ZERO TO offset-index
           PERFORM Restore-checkpoint-offset
               UNTIL offset-index NOT LESS THAN offset-count
                   OR checkpoint-eof
           IF checkpoint-eof
               DISPLAY 'Advent5-1: checkpoint day5.ckp is '
                   'incomplete, starting from the first jump'
               MOVE 1 TO walk-phase
               MOVE ZERO TO summa
           ELSE
               SET restarting-run TO TRUE
               MOVE step-count TO restart-steps
           END-IF
       .

       Restore-checkpoint-offset.
           READ checkpoint-file
               AT END SET checkpoint-eof TO TRUE
               NOT AT END
                   IF ckpt-offset
                       ADD 1 TO offset-index
                       MOVE ckpt-offset-value
                           TO working-offset(offset-index)
                   ELSE
                       SET checkpoint-eof TO TRUE
                   END-IF
           END-READ
       .

       Write-audit-record.
           OPEN EXTEND audit-log-file
           IF audit-log-status EQUAL '35'
               OPEN OUTPUT audit-log-file
           END-IF
           MOVE 'Advent5-1' TO audit-program-id
           MOVE run-date TO audit-run-date
           MOVE run-time TO audit-run-time
           MOVE input-file-name TO audit-input-file
           MOVE line-number TO audit-records-read
           MOVE summa TO audit-summa
           MOVE exception-count TO audit-exception-count
           WRITE audit-log-record
           CLOSE audit-log-file
       .

       Write-report.
           OPEN OUTPUT report-file
           IF report-file-status NOT EQUAL '00'
               DISPLAY 'Advent5-1: cannot open report file day5.rpt'
           ELSE
               MOVE SPACES TO report-line
               STRING 'PROGRAM      : Advent5-1' DELIMITED BY SIZE
                   INTO report-line
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
               STRING 'INPUT FILE   : ' input-file-name
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
               MOVE SPACES TO report-line
               STRING 'RECORDS READ : ' line-number DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
               MOVE SPACES TO report-line
               STRING 'EXCEPTIONS   : ' exception-count
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
               MOVE SPACES TO report-line
               STRING 'OFFSETS      : ' offset-count
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
               IF restarting-run
                   MOVE SPACES TO report-line
                   STRING 'RESTARTED    : PUZZLE ' walk-phase
                       ' AT JUMP ' restart-steps
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
                   WRITE report-line
               END-IF
               MOVE SPACES TO report-line
               STRING 'FINAL SUMMA  : ' summa DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
               IF part-two-mode
                   MOVE SPACES TO report-line
                   STRING 'PART-TWO SUMMA : ' summa2
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
                   WRITE report-line
               END-IF
               IF table-overflow
                   MOVE SPACES TO report-line
                   STRING 'WARNING      : OFFSET TABLE FULL, '
                       'SUMMA WRONG' DELIMITED BY SIZE
                       INTO report-line
                   END-STRING
                   WRITE report-line
               END-IF
               CLOSE report-file
           END-IF
       .

       Write-master-answer.
           MOVE 5 TO answer-day-number
           MOVE 1 TO answer-puzzle-number
           MOVE summa TO answer-summa
           MOVE run-date TO answer-run-date
           MOVE run-time TO answer-run-time
           CALL 'Advent-Answer-Post' USING answer-record
               post-action
           IF part-two-mode
               MOVE 2 TO answer-puzzle-number
               MOVE summa2 TO answer-summa
               CALL 'Advent-Answer-Post' USING answer-record
                   post-action
           END-IF
       .

       END PROGRAM Advent5-1.
