      * Advent-Driver records as the batch runs. Written and resumed
      * by Advent-Driver, maintained by Advent-RC-Maint and shown in
      * one view by Advent-Inquiry.
      *
      * The failure policy says what a failure of this step does to
      * the rest of the batch: halt it (the original behaviour, and
      * what a blank policy on an older record means) or only skip
      * the steps that name this one as a prerequisite. A step runs
      * only when every earlier step it names as a prerequisite has
      * completed; otherwise it is marked skipped, with the
      * prerequisite that stopped it kept as the skip cause.
      *
      * The schedule says which nights the step runs on, judged
      * against the business calendar (calendar.dat): every night
      * (blank on an older record), business days only, or the one
      * business day a week the calendar marks for weekly steps. On
      * any other night the step is marked not run (status N) with
      * the reason in the skip cause, and so is every step that
      * names it as a prerequisite.
       01  run-control-record.
           05  rc-step-name      PIC X(16).
           05  rc-input-file     PIC X(100).
           88  rc-step-failed             VALUE 'F'.
           88  rc-step-started            VALUE 'S'.
           88  rc-step-held               VALUE 'H'.
           88  rc-step-skipped            VALUE 'K'.
           88  rc-step-not-run-day        VALUE 'N'.
           05  rc-start-date     PIC X(10).
           05  rc-start-time     PIC X(08).
           05  rc-end-date       PIC X(10).
           05  rc-end-time       PIC X(08).
           05  rc-return-code    PIC 9(04).
           05  rc-failure-policy PIC X.
           88  rc-halt-on-failure         VALUE 'H' SPACE.
           88  rc-skip-dependents         VALUE 'S'.
           05  rc-prerequisite   PIC X(16) OCCURS 3 TIMES.
           05  rc-skip-cause     PIC X(16).
           05  rc-schedule       PIC X.
           88  rc-run-every-day           VALUE 'D' SPACE.
           88  rc-run-business-days       VALUE 'B'.
           88  rc-run-weekly              VALUE 'W'.
