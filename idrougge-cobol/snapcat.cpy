      * Shared snapshot-catalog record, one per line of snapcat.dat:
      * every input snapshot Advent-Stage has verified, by business
      * date, with the date it is kept until. Advent-Stage adds the
      * night's snapshots and purges those past their date (the
      * file is deleted and the entry kept, marked purged, as the
      * record of what was there); Advent-Replay reads it to find
      * the snapshots a past business date can still be replayed
      * from. A rerun of a business date writes the same dated
      * snapshot again, and its entry replaces the earlier one.
      *     status   R retained, P purged
       01  snapshot-catalog-record.
           05  snap-business-date    PIC X(10).
           05  snap-input-file       PIC X(100).
           05  snap-snapshot-name    PIC X(100).
           05  snap-record-count     PIC 9(10).
           05  snap-byte-count       PIC 9(10).
           05  snap-verify-date      PIC X(10).
           05  snap-verify-time      PIC X(08).
           05  snap-retain-until     PIC X(10).
           05  snap-status           PIC X.
           88  snap-retained                   VALUE 'R'.
           88  snap-purged                     VALUE 'P'.
           05  snap-purge-date       PIC X(10).
