       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent4-1.
      *DESCRIPTION. Advent of code 2017, day 4, puzzle 1 (and, when
      *    DAY4_MODE is set to 2, puzzle 2's anagram variant).
      *
      *    Input file name comes from the command line, then from
      *    environment variable DAY4_INPUT_FILE, then defaults to
      *
      *    Each line is a passphrase of space-separated words; a
      *    passphrase is valid when no word appears on it twice, and
      *    summa counts the valid passphrases. Under DAY4_MODE=2 a
      *    passphrase is also invalid when two of its words are
      *    anagrams of each other, and summa2 counts the passphrases
      *    free of anagram pairs. Lines that cannot be tokenized at
      *    all (blank, or carrying a word wider than the word buffer)
      *    are reported to day4.exc and excluded from both counts.
      *    A formatted report goes to day4.rpt, naming the first
      *    offending word pair on every invalid line so the counts
      *    can be spot-checked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  word-length     PIC 99.
       77  ptr             PIC 999   VALUE 1.
       77  summa           PIC 9(10) VALUE ZERO.
       77  summa2          PIC 9(10) VALUE ZERO.
       77  input-file-name PIC X(100) VALUE 'day4.txt'.
       77  run-mode        PIC X     VALUE '1'.
       77  run-date        PIC X(10).
       77  run-time        PIC X(08).
       77  business-date   PIC X(10) VALUE SPACES.
       77  line-number     PIC 9(10) VALUE ZERO.
       77  exception-count PIC 9(05) VALUE ZERO.
       77  invalid-count   PIC 9(10) VALUE ZERO.
       77  anagram-invalid-count PIC 9(10) VALUE ZERO.
       77  line-length     PIC 999   VALUE ZERO.
       77  compare-index   PIC 999   VALUE ZERO.
       77  compare-other   PIC 999   VALUE ZERO.
       77  pair-first      PIC 999   VALUE ZERO.
       77  pair-second     PIC 999   VALUE ZERO.
       77  pair-label      PIC X(09) VALUE SPACES.
       77  sort-buffer     PIC X(30).
       77  sort-length     PIC 99    VALUE ZERO.
       77  sort-outer      PIC 99    VALUE ZERO.
       77  sort-inner      PIC 99    VALUE ZERO.
       77  sort-letter     PIC X.
       77  sort-index      PIC 999   VALUE ZERO.
       77  post-action     PIC X     VALUE 'R'.
       77  audit-log-status PIC XX.
       77  input-file-status PIC XX.
           88  line-bad              VALUE 1.
           05  duplicate-switch PIC 9 VALUE 0.
           88  duplicate-found       VALUE 1.
           05  anagram-switch  PIC 9 VALUE 0.
           88  anagram-found         VALUE 1.
           05  part-two-switch PIC 9 VALUE 0.
           88  part-two-mode         VALUE 1.
           05  placed-switch   PIC 9 VALUE 0.
           88  letter-placed         VALUE 1.
           05  report-open-switch PIC 9 VALUE 0.
           88  report-open           VALUE 1.
           05  staging-eof-switch PIC 9 VALUE 0.
           88  staging-eof           VALUE 1.
           05  verified-switch PIC 9 VALUE 0.
      * A 256-byte input line cannot carry more than 128 space-
      * separated words (each word is at least one character plus its
      * delimiter), so the per-line word table is sized to that
      * ceiling. Each word's letters are also kept sorted, so two
      * words are anagrams exactly when their sorted forms match;
      * the sorted forms are only built when DAY4_MODE=2 is active.
       01  line-words.
           05  word-count  PIC 999 VALUE ZERO.
           05  word-entry  PIC X(30) OCCURS 128 TIMES.
           05  word-size   PIC 99    OCCURS 128 TIMES.
           05  sorted-entry PIC X(30) OCCURS 128 TIMES.
       PROCEDURE DIVISION.
       Main.
           PERFORM Determine-run-parameters
                   MOVE 1 TO RETURN-CODE
                   CLOSE input-file
               ELSE
                   PERFORM Open-report
                   PERFORM UNTIL eof
                       READ input-file
                           AT END SET eof TO TRUE
                   CLOSE input-file
                   CLOSE exception-file
                   PERFORM Write-audit-record
                   PERFORM Write-report-totals
                   PERFORM Write-master-answer
               END-IF
           END-IF
                       MOVE 'day4.txt' TO input-file-name
               END-ACCEPT
           END-IF
           ACCEPT run-mode FROM ENVIRONMENT 'DAY4_MODE'
               ON EXCEPTION
                   MOVE '1' TO run-mode
           END-ACCEPT
           IF run-mode EQUAL '2'
               SET part-two-mode TO TRUE
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           ACCEPT run-time FROM TIME
           MOVE run-date TO business-date
      * it appears twice. A blank line has no word to unstring at all,
      * and a word wider than the word buffer cannot be compared
      * reliably, so both are rejected to day4.exc instead of being
      * counted either way. Under DAY4_MODE=2 the same passphrase is
      * also checked for anagram pairs; a repeated word is its own
      * anagram, so a line that fails puzzle 1 fails puzzle 2 without
      * a second scan.
       Process-line.
           INITIALIZE eol-switch
           INITIALIZE line-bad-switch
           INITIALIZE duplicate-switch
           INITIALIZE anagram-switch
           MOVE ZERO TO word-count
           PERFORM Find-line-length
           IF line-length = 0
               PERFORM Scan-for-duplicates
               IF duplicate-found
                   ADD 1 TO invalid-count
                   MOVE 'DUPLICATE' TO pair-label
               ELSE
                   ADD 1 TO summa
               END-IF
               IF part-two-mode
                   IF NOT duplicate-found
                       PERFORM Scan-for-anagrams
                   END-IF
                   IF duplicate-found OR anagram-found
                       ADD 1 TO anagram-invalid-count
                   ELSE
                       ADD 1 TO summa2
                   END-IF
               END-IF
               IF duplicate-found OR anagram-found
                   PERFORM Write-offending-pair
               END-IF
           END-IF
       .

           ELSE
               ADD 1 TO word-count
               MOVE word-buffer TO word-entry(word-count)
               MOVE word-length TO word-size(word-count)
           END-IF
       .

           ADD 1 TO compare-other
           IF word-entry(compare-index) EQUAL word-entry(compare-other)
               SET duplicate-found TO TRUE
               MOVE compare-other TO pair-first
               MOVE compare-index TO pair-second
           END-IF
       .

      * Puzzle 2: a passphrase is also invalid when any two of its
      * words are anagrams. Every word's letters are sorted first,
      * then the sorted forms are compared in the same order the
      * duplicate scan uses, stopping at the first anagram pair.
       Scan-for-anagrams.
           MOVE ZERO TO sort-index
           PERFORM Sort-word-letters
               UNTIL sort-index NOT LESS THAN word-count
           MOVE 1 TO compare-index
           PERFORM Compare-sorted-row
               UNTIL compare-index NOT LESS THAN word-count
                   OR anagram-found
           IF anagram-found
               MOVE 'ANAGRAM' TO pair-label
           END-IF
       .

      * A plain insertion sort over the word's own letters; words
      * are at most 30 letters, so nothing cleverer is needed. The
      * padding beyond the word is left where it is, so two sorted
      * forms are equal only when the words are the same length.
       Sort-word-letters.
           ADD 1 TO sort-index
           MOVE word-entry(sort-index) TO sort-buffer
           MOVE word-size(sort-index) TO sort-length
           MOVE 1 TO sort-outer
           PERFORM Insert-next-letter
               UNTIL sort-outer NOT LESS THAN sort-length
           MOVE sort-buffer TO sorted-entry(sort-index)
       .

       Insert-next-letter.
           ADD 1 TO sort-outer
           MOVE sort-buffer(sort-outer:1) TO sort-letter
           MOVE sort-outer TO sort-inner
           INITIALIZE placed-switch
           PERFORM Shift-letter-up
               UNTIL sort-inner = 1 OR letter-placed
           MOVE sort-letter TO sort-buffer(sort-inner:1)
       .

       Shift-letter-up.
           IF sort-buffer(sort-inner - 1:1) > sort-letter
               MOVE sort-buffer(sort-inner - 1:1)
                   TO sort-buffer(sort-inner:1)
               SUBTRACT 1 FROM sort-inner
           ELSE
               SET letter-placed TO TRUE
           END-IF
       .

       Compare-sorted-row.
           ADD 1 TO compare-index
           MOVE ZERO TO compare-other
           PERFORM Compare-sorted-pair
               UNTIL compare-other NOT LESS THAN compare-index - 1
                   OR anagram-found
       .

       Compare-sorted-pair.
           ADD 1 TO compare-other
           IF sorted-entry(compare-index)
               EQUAL sorted-entry(compare-other)
               SET anagram-found TO TRUE
               MOVE compare-other TO pair-first
               MOVE compare-index TO pair-second
           END-IF
       .

      * One line per invalid passphrase: the rule it broke and the
      * first pair of words that broke it, in line order.
       Write-offending-pair.
           IF report-open
               MOVE SPACES TO report-line
               STRING 'LINE ' line-number
                   ' ' pair-label
                   ' ' DELIMITED BY SIZE
                   word-entry(pair-first) DELIMITED BY SPACE
                   ' / ' DELIMITED BY SIZE
                   word-entry(pair-second) DELIMITED BY SPACE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF
       .

           CLOSE audit-log-file
       .

      * The report is opened before the input is read so the
      * offending pair of every invalid line can be listed as it is
      * found; the counts follow once the whole file has been read.
       Open-report.
           OPEN OUTPUT report-file
           IF report-file-status NOT EQUAL '00'
               DISPLAY 'Advent4-1: cannot open report file day4.rpt'
           ELSE
               SET report-open TO TRUE
               MOVE SPACES TO report-line
               STRING 'PROGRAM      : Advent4-1' DELIMITED BY SIZE
                   INTO report-line
                   DELIMITED BY SIZE INTO report-line
               END-STRING
               WRITE report-line
               MOVE SPACES TO report-line
               STRING 'INVALID PASSPHRASES' DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF
       .

       Write-report-totals.
           IF report-open
               MOVE SPACES TO report-line
               STRING 'RECORDS READ : ' line-number DELIMITED BY SIZE
                   INTO report-line
                   INTO report-line
               END-STRING
               WRITE report-line
               IF part-two-mode
                   MOVE SPACES TO report-line
                   STRING 'PART-TWO INVALID : ' anagram-invalid-count
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
                   WRITE report-line
                   MOVE SPACES TO report-line
                   STRING 'PART-TWO SUMMA : ' summa2
                       DELIMITED BY SIZE INTO report-line
                   END-STRING
                   WRITE report-line
               END-IF
               CLOSE report-file
           END-IF
       .
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

       END PROGRAM Advent4-1.
