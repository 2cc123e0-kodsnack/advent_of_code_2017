       IDENTIFICATION DIVISION.
       PROGRAM-ID. Advent-Auth-Check.
      *DESCRIPTION. Keeper of the operator authority file,
      *    operauth.dat, on behalf of the maintenance programs that
      *    change published answers, the regression baseline or the
      *    batch itself (Advent-Answer-Maint, Advent-Promote and
      *    Advent-RC-Maint): answers whether an operator ID may
      *    submit a given action under a given function.
      *
      *    Called with the operator ID, the function (ANSWER,
      *    PROMOTE or RUNCTL, see operauth.cpy), the one-letter
      *    transaction action and two result fields. auth-result
      *    comes back:
      *        'Y' the operator holds the authority
      *        'N' the operator is on file but not for this action
      *        'U' no record for the operator under this function,
      *            or no operator ID given at all
      *        'F' operauth.dat cannot be read
      *    and auth-reason carries the refusal text for the caller's
      *    rejection line. The check fails closed: anything but 'Y'
      *    is a refusal. The file is read once, on the first call,
      *    and kept for the rest of the caller's run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT authority-file ASSIGN TO 'operauth.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS authority-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD authority-file.
           COPY "operauth.cpy".
       WORKING-STORAGE SECTION.
       77  authority-file-status PIC XX.
       77  scan-index            PIC 999   VALUE ZERO.
       77  found-index           PIC 999   VALUE ZERO.
       77  action-tally          PIC 99    VALUE ZERO.
       01  switches.
           05  loaded-switch     PIC 9     VALUE 0.
           88  authority-loaded            VALUE 1.
           05  unreadable-switch PIC 9     VALUE 0.
           88  authority-unreadable        VALUE 1.
           05  eof-switch        PIC 9     VALUE 0.
           88  eof                         VALUE 1.
           05  table-full-switch PIC 9     VALUE 0.
           88  authority-table-full        VALUE 1.
       01  authority-table.
           05  authority-count   PIC 999   VALUE ZERO.
           05  authority-entry   OCCURS 200 TIMES.
               10  ae-operator-id    PIC X(10).
               10  ae-function       PIC X(08).
               10  ae-actions        PIC X(10).
       LINKAGE SECTION.
       01  auth-operator         PIC X(10).
       01  auth-function         PIC X(08).
       01  auth-action           PIC X.
       01  auth-result           PIC X.
       01  auth-reason           PIC X(50).
       PROCEDURE DIVISION USING auth-operator auth-function
               auth-action auth-result auth-reason.
       Main.
           IF NOT authority-loaded
               PERFORM Load-authority
           END-IF
           MOVE SPACES TO auth-reason
           EVALUATE TRUE
               WHEN authority-unreadable
                   MOVE 'F' TO auth-result
                   MOVE 'operator authority file not readable'
                       TO auth-reason
               WHEN auth-operator EQUAL SPACES
                   MOVE 'U' TO auth-result
                   MOVE 'no operator ID on transaction'
                       TO auth-reason
               WHEN OTHER
                   PERFORM Check-authority
           END-EVALUATE
           GOBACK
       .

      * A missing or unreadable authority file grants nothing: every
      * check in the run is refused rather than waved through.
       Load-authority.
           SET authority-loaded TO TRUE
           OPEN INPUT authority-file
           IF authority-file-status NOT EQUAL '00'
               SET authority-unreadable TO TRUE
               DISPLAY 'Advent-Auth-Check: cannot open '
                   'operauth.dat, status ' authority-file-status
                   ', all transactions refused'
           ELSE
               PERFORM UNTIL eof
                   READ authority-file
                       AT END SET eof TO TRUE
                       NOT AT END PERFORM Store-authority-record
                   END-READ
               END-PERFORM
               CLOSE authority-file
           END-IF
       .

       Store-authority-record.
           IF authority-count LESS THAN 200
               ADD 1 TO authority-count
               MOVE oa-operator-id TO ae-operator-id(authority-count)
               MOVE oa-function TO ae-function(authority-count)
               MOVE oa-actions TO ae-actions(authority-count)
           ELSE
               IF NOT authority-table-full
                   SET authority-table-full TO TRUE
                   DISPLAY 'Advent-Auth-Check: more than 200 '
                       'authority records, later operators have '
                       'no authority'
               END-IF
           END-IF
       .

       Check-authority.
           MOVE ZERO TO found-index
           MOVE ZERO TO scan-index
           PERFORM Match-authority-entry
               UNTIL scan-index NOT LESS THAN authority-count
                   OR found-index NOT EQUAL ZERO
           IF found-index EQUAL ZERO
               MOVE 'U' TO auth-result
               STRING 'operator ' DELIMITED BY SIZE
                   auth-operator DELIMITED BY SPACE
                   ' has no ' DELIMITED BY SIZE
                   auth-function DELIMITED BY SPACE
                   ' authority' DELIMITED BY SIZE
                   INTO auth-reason
               END-STRING
           ELSE
               MOVE ZERO TO action-tally
               INSPECT ae-actions(found-index) TALLYING action-tally
                   FOR ALL auth-action
               IF action-tally EQUAL ZERO OR auth-action EQUAL SPACE
                   MOVE 'N' TO auth-result
                   STRING 'operator ' DELIMITED BY SIZE
                       auth-operator DELIMITED BY SPACE
                       ' not authorised for ' DELIMITED BY SIZE
                       auth-function DELIMITED BY SPACE
                       ' ' auth-action DELIMITED BY SIZE
                       INTO auth-reason
                   END-STRING
               ELSE
                   MOVE 'Y' TO auth-result
               END-IF
           END-IF
       .

       Match-authority-entry.
           ADD 1 TO scan-index
           IF ae-operator-id(scan-index) EQUAL auth-operator AND
               ae-function(scan-index) EQUAL auth-function
               MOVE scan-index TO found-index
           END-IF
       .

       END PROGRAM Advent-Auth-Check.
