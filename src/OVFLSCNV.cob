               MOVE OLD-SUS-ORIGINAL-VALUE TO SUS-ORIGINAL-VALUE
               MOVE OLD-SUS-REASON-CODE    TO SUS-REASON-CODE
               MOVE OLD-SUS-REASON-TEXT    TO SUS-REASON-TEXT
               MOVE ZERO                   TO SUS-CYCLE-DATE
               MOVE SPACES                 TO SUS-SOURCE-ID
               WRITE SUSPENSE-RECORD
               ADD 1 TO WS-RECORDS-CONVERTED
           ELSE
