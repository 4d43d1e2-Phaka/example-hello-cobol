               MOVE WS-CURRENT-RUN-TIME TO WS-GROUP-FIRST-RUN-TIME
           END-IF
           MOVE WS-CURRENT-RUN-TIME TO WS-GROUP-LAST-RUN-TIME
      *----------------------------------------------------------------
      * RC 004 is a suppressed recipient (see AUDTREC) - skipped by
      * design, so a run but never a failure.
      *----------------------------------------------------------------
           IF WS-CURRENT-RETURN-CODE NOT = 0 AND NOT = 4
               ADD 1 TO WS-TOTAL-FAILURE-COUNT
               PERFORM 5500-APPEND-FAILURE-CODE
           END-IF.
