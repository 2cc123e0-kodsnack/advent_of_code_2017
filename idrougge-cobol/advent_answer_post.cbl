               ELSE
                   MOVE 'R' TO hist-action
               END-IF
               MOVE SPACES TO hist-requested-by
               MOVE SPACES TO hist-approved-by
               WRITE history-record
               CLOSE history-file
           END-IF
