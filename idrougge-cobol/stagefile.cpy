      * card), and the day programs run against the snapshot, so a
      * transfer re-landing the file after verification can no
      * longer slip an unverified file into the batch.
      *
      * The last business date is the latest business date verified
      * for this input, carried forward by a run in which the input
      * failed, so Advent-Stage always knows which business date the
      * next card for the input must carry. Records written before
      * it existed leave it blank, and the business date of a
      * verified record stands in for it. An input that had a
      * record last run but no control card this run is carried
      * forward as status 'C', nothing counted, so its last business
      * date is not lost; the day programs refuse it like any other
      * record not marked verified.
       01  staging-record.
           05  stage-file-name       PIC X(100).
           05  stage-status          PIC X.
           88  stage-verified                 VALUE 'V'.
           88  stage-carried                  VALUE 'C'.
           05  stage-business-date   PIC X(10).
           05  stage-verify-date     PIC X(10).
           05  stage-verify-time     PIC X(08).
           05  stage-record-count    PIC 9(10).
           05  stage-byte-count      PIC 9(10).
           05  stage-snapshot-name   PIC X(100).
           05  stage-last-business-date PIC X(10).
