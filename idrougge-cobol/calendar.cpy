      * Shared business-calendar record, one per line of
      * calendar.dat, kept by operations: every business day and
      * every holiday, each with its date, in any order. A date not
      * listed at all but lying between the first and last dates
      * that are listed is an ordinary non-business day (a weekend);
      * a date outside that span is one the calendar does not cover,
      * and nothing is assumed about it. Read through
      * Advent-Calendar by Advent-Stage (the next business date an
      * input may carry) and Advent-Driver (whether tonight is a run
      * day for business-day-only and weekly steps).
      *     day type     B business day, H holiday
      *     weekly flag  W on the business day each week that the
      *                  weekly steps run on, blank otherwise
       01  calendar-record.
           05  cal-date          PIC X(08).
           05  FILLER            PIC X.
           05  cal-day-type      PIC X.
           88  cal-business-day            VALUE 'B'.
           88  cal-holiday                 VALUE 'H'.
           05  FILLER            PIC X.
           05  cal-weekly-flag   PIC X.
           88  cal-weekly-run-day          VALUE 'W'.
           05  FILLER            PIC X.
           05  cal-description   PIC X(30).
