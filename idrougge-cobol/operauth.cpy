      * Shared operator-authority record, operauth.dat, one per
      * operator per maintenance function: the operator ID that
      * goes on a transaction, the function it covers and the
      * transaction actions that operator may submit under it -
      *     ANSWER   Advent-Answer-Maint  I inquire, C correct,
      *                                   D delete
      *     PROMOTE  Advent-Promote       P promote one key,
      *                                   A promote every key
      *     RUNCTL   Advent-RC-Maint      A B D H R S U as on the
      *                                   transaction
      * An approver on a transaction needs the same authority as
      * the submitter. Checked through Advent-Auth-Check; an
      * operator or function with no record has no authority.
       01  operator-authority-record.
           05  oa-operator-id    PIC X(10).
           05  FILLER            PIC X.
           05  oa-function       PIC X(08).
           05  FILLER            PIC X.
           05  oa-actions        PIC X(10).
