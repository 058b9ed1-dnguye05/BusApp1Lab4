                   MOVE 'COMPLETE' TO CY-STATUS
               WHEN RL-RUN-STARTED
                   MOVE 'STARTED' TO CY-STATUS
               WHEN RL-RUN-FAILED
                   MOVE 'FAILED' TO CY-STATUS
               WHEN OTHER
                   MOVE 'UNKNOWN' TO CY-STATUS
           END-EVALUATE.
