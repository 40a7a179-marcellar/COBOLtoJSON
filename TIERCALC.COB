
         PERFORM ASSIGN-ALL-TIERS

         MOVE WS-RECORDS-READ    TO WS-RUN-RECORDS-READ
         MOVE WS-TIERS-CHANGED   TO WS-RUN-RECORDS-WRITTEN
         MOVE WS-REWRITE-FAILED  TO WS-RUN-RECORDS-REJECTED
         PERFORM REGISTER-RUN-END

         PERFORM FINALIZATION
