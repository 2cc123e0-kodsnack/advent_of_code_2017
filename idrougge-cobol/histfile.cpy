      * answer in answers.dat is superseded: the superseded answer
      * itself, then when it was superseded, by which program, and
      * under which action - 'R' rerun, 'A' accumulate, 'C' manual
      * correction, 'D' delete, 'B' batch back-out by
      * Advent-Backout - so the lineage of every published answer
      * can be shown instead of guessed at. Records written
      * before the supersession columns were carried are the bare
      * 32-byte answer and read back with spaces there, which
      * readers report as legacy entries. A manual change also
      * carries the operator who requested it and the one who
      * approved it; batch postings leave both blank. An answer
      * Advent-Backout writes back for a deleted key is archived
      * as it is written, its run stamp equal to its supersession
      * stamp.
       01  history-record.
           05  hist-answer.
               10  hist-day-number     PIC 9(02).
           05  hist-super-time         PIC X(08).
           05  hist-source-program     PIC X(20).
           05  hist-action             PIC X.
           05  hist-requested-by       PIC X(10).
           05  hist-approved-by        PIC X(10).
