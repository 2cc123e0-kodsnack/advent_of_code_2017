      *        col 3-4    day number
      *        col 6-7    puzzle number
      *        col 9-18   new summa (corrections only)
      *        col 20-29  operator ID submitting the transaction
      *        col 31-40  approver ID (corrections and deletes)
      *    The operator must hold ANSWER authority for the action in
      *    operauth.dat (see Advent-Auth-Check). A correction or
      *    delete also needs a second operator's ID as approver,
      *    different from the submitter's and holding the same
      *    authority; both IDs go to answerhist.dat with the
      *    superseded answer.
      *    Results are displayed one line per transaction, refusals
      *    with their reason, and the RETURN-CODE is nonzero when
      *    any transaction could not be applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  maint-puzzle      PIC 9(02).
           05  FILLER            PIC X.
           05  maint-summa       PIC 9(10).
           05  FILLER            PIC X.
           05  maint-operator    PIC X(10).
           05  FILLER            PIC X.
           05  maint-approver    PIC X(10).
       FD master-file.
           COPY "answerfile.cpy".
       FD history-file.
       77  lock-state            PIC X.
       77  lock-stamp            PIC X(34).
       77  lock-override         PIC X    VALUE 'N'.
       77  auth-function         PIC X(08) VALUE 'ANSWER'.
       77  auth-result           PIC X.
       77  auth-reason           PIC X(50).
       77  reject-reason         PIC X(60) VALUE SPACES.
       01  switches.
           05  eof-switch        PIC 9    VALUE 0.
           88  eof                        VALUE 1.
           ELSE
               EVALUATE maint-action
                   WHEN 'I'
                   WHEN 'C'
                   WHEN 'D'
                       PERFORM Check-operator-authority
                       IF reject-reason NOT EQUAL SPACES
                           ADD 1 TO failure-count
                           DISPLAY 'REJECTED  ' maint-action ' day '
                               maint-day ' puzzle ' maint-puzzle
                               ': ' reject-reason
                       ELSE
                           PERFORM Apply-authorised-transaction
                       END-IF
                   WHEN OTHER
                       ADD 1 TO failure-count
                       DISPLAY 'REJECTED  bad action: '
           END-IF
       .

       Apply-authorised-transaction.
           EVALUATE maint-action
               WHEN 'I'
                   PERFORM Inquire-answer
               WHEN 'C'
                   PERFORM Correct-answer
               WHEN 'D'
                   PERFORM Delete-answer
           END-EVALUATE
       .

      * The submitter needs ANSWER authority for the action. A
      * correction or delete changes a published answer, so it
      * also needs an approver: someone else, holding the same
      * authority. reject-reason comes back blank when the
      * transaction may be applied.
       Check-operator-authority.
           MOVE SPACES TO reject-reason
           CALL 'Advent-Auth-Check' USING maint-operator
               auth-function maint-action auth-result auth-reason
           IF auth-result NOT EQUAL 'Y'
               MOVE auth-reason TO reject-reason
           ELSE
               IF maint-action EQUAL 'C' OR maint-action EQUAL 'D'
                   PERFORM Check-second-approver
               END-IF
           END-IF
       .

       Check-second-approver.
           IF maint-approver EQUAL SPACES
               MOVE 'second approver required' TO reject-reason
           ELSE
               IF maint-approver EQUAL maint-operator
                   MOVE 'approver must differ from submitter'
                       TO reject-reason
               ELSE
                   CALL 'Advent-Auth-Check' USING maint-approver
                       auth-function maint-action auth-result
                       auth-reason
                   IF auth-result NOT EQUAL 'Y'
                       STRING 'approver ' DELIMITED BY SIZE
                           auth-reason DELIMITED BY SIZE
                           INTO reject-reason
                       END-STRING
                   END-IF
               END-IF
           END-IF
       .

       Inquire-answer.
           PERFORM Read-answer-by-key
           IF master-file-status EQUAL '00'
       .

      * The superseded answer goes to the history enriched with the
      * supersession stamp, this program's name, the transaction
      * action ('C' correction or 'D' delete) and who requested and
      * approved it, so the lineage report can say what replaced it,
      * why and on whose say-so instead of showing a bare value.
       Archive-superseded-answer.
           OPEN EXTEND history-file
           IF history-file-status EQUAL '35'
               MOVE run-time TO hist-super-time
               MOVE 'Advent-Answer-Maint' TO hist-source-program
               MOVE maint-action TO hist-action
               MOVE maint-operator TO hist-requested-by
               MOVE maint-approver TO hist-approved-by
               WRITE history-record
               CLOSE history-file
           END-IF
