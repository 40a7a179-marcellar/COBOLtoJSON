
         MOVE WS-ADDED-COUNT  TO WS-RUN-ADDED-DELTA
         MOVE WS-TERMED-COUNT TO WS-RUN-DELETED-DELTA
         MOVE WS-TRANS-COUNT  TO WS-RUN-RECORDS-READ
         ADD WS-ADDED-COUNT WS-TERMED-COUNT
             GIVING WS-RUN-RECORDS-WRITTEN
         ADD WS-ADD-REJECT-COUNT WS-NOTFOUND-COUNT WS-BAD-ACTION-COUNT
             GIVING WS-RUN-RECORDS-REJECTED
         PERFORM REGISTER-RUN-END

         CLOSE TTPLAYER
