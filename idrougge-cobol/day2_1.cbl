      *    run's summa is folded into the existing day 02 answer
      *    instead of overwriting it, so the repaired lines join the
      *    published answer without rerunning the whole input.
      *
      *    A full run first keeps the previous run's day2.det and
      *    day2.exc as day2.det.prv and day2.exc.prv, replacing the
      *    ones kept before, so Advent2-Compare can show row by row
      *    what changed between the two runs' answers.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  lock-state      PIC X.
       77  lock-stamp      PIC X(34).
       77  lock-override   PIC X     VALUE 'N'.
       77  detail-file-name PIC X(12) VALUE 'day2.det'.
       77  prior-detail-name PIC X(12) VALUE 'day2.det.prv'.
       77  exception-file-name PIC X(12) VALUE 'day2.exc'.
       77  prior-exception-name PIC X(12) VALUE 'day2.exc.prv'.
       01  switches.
           05  eof-switch  PIC 9     VALUE 0.
           88  eof                   VALUE 1.
                       OPEN OUTPUT detail-file
                   END-IF
               ELSE
                   PERFORM Keep-prior-run-files
                   OPEN OUTPUT detail-file
               END-IF
               OPEN OUTPUT exception-file
           END-READ
       .

      * The files are renamed, not copied; a missing one (the first
      * run, or no rejects kept) just leaves no prior copy, and the
      * old prior copy is removed first so it can never pass for the
      * previous run's.
       Keep-prior-run-files.
           CALL 'CBL_DELETE_FILE' USING prior-detail-name
           CALL 'CBL_RENAME_FILE' USING detail-file-name
               prior-detail-name
           CALL 'CBL_DELETE_FILE' USING prior-exception-name
           CALL 'CBL_RENAME_FILE' USING exception-file-name
               prior-exception-name
           MOVE ZERO TO RETURN-CODE
       .

       Determine-run-parameters.
           MOVE 'day2.txt' TO input-file-name
           ACCEPT input-file-name FROM COMMAND-LINE
