      * Shared alert record, one per line of alerts.dat, the single
      * feed the monitoring team pages from. Every checking program
      * fills in the source, severity, alert code, subject and
      * message and hands the record to Advent-Alert-Post, which
      * numbers it, stamps it and appends it - unless the same
      * alert (same source, code and subject) is already open and
      * unacknowledged, or the very same event (message included)
      * was filed before, in which case the repeat is suppressed
      * rather than paging again. Messages carry the date of the
      * event so that the same trouble on a later night is a new
      * event. Advent-Alert-Maint records the acknowledgement on
      * the original alert.
      *     severity C critical - a wrong or missing answer, or a
      *                           failed batch step
      *              W warning  - drift, aged rejects, slow steps
      *     subject  'DAY dd PUZZLE pp' for an answer, the step or
      *              program name otherwise
      *     status   O open, A acknowledged
       01  alert-record.
           05  alert-id              PIC 9(08).
           05  alert-source-program  PIC X(20).
           05  alert-severity        PIC X.
           88  alert-critical                  VALUE 'C'.
           88  alert-warning                   VALUE 'W'.
           05  alert-code            PIC X(08).
           05  alert-subject         PIC X(16).
           05  alert-message         PIC X(60).
           05  alert-date            PIC X(10).
           05  alert-time            PIC X(08).
           05  alert-status          PIC X.
           88  alert-open                      VALUE 'O'.
           88  alert-acknowledged              VALUE 'A'.
           05  alert-ack-by          PIC X(10).
           05  alert-ack-date        PIC X(10).
           05  alert-ack-time        PIC X(08).
