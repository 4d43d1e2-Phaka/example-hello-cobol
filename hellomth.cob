               PERFORM 5300-START-NEW-GROUP
           END-IF
           ADD 1 TO WS-GROUP-RUN-COUNT
      *----------------------------------------------------------------
      * RC 004 is a suppressed recipient (see AUDTREC) - skipped by
      * design, so a run but never a failure.
      *----------------------------------------------------------------
           IF WS-CURRENT-RETURN-CODE NOT = 0 AND NOT = 4
               ADD 1 TO WS-GROUP-FAILURE-COUNT
           END-IF.

