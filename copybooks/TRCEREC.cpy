      *================================================================
      * TRCEREC - TRACE-EXTRACT-FILE record layout (TRCEXT)
      *
      * One row per greeting HELLOTRC traced, the machine-readable
      * twin of the lineage printed on TRCRPT: where the greeting
      * came from (schedule rule, GREETIN request, list), what
      * happened to it (suspense, resubmission, audit outcome),
      * where it went (GREETOUT cycle, cancellation, burst slice,
      * CYCLSTAT acknowledgment), and the stage its chain stopped
      * at. A schedule rule for the traced recipient that nothing
      * in the range can be traced to gets a row of its own with
      * only the rule fields and stage 01 filled in.
      *
      * TE-BREAK-STAGE - the first stage the chain did not get
      * past, in the order the suite works:
      *   00  complete - the greeting's cycle was acknowledged and
      *       accepted downstream
      *   01  schedule rule live in the range, but no greeting
      *       traced to it - confirm on SCHEDRPT whether it was due
      *   05  suppressed on RECPSUP - skipped by design, audited
      *       RC 004 and never handed downstream
      *   10  GREETIN request with no audit row - HELLO never
      *       processed it
      *   20  suspended on GREETSUS and not resubmitted
      *   21  suspended and resubmitted through HELLOSUB - the
      *       resubmitted greeting has a lineage of its own
      *   30  audited as produced but on no GREETOUT cycle read
      *   40  cancelled by a HELLOREV reversal cycle
      *   50  on its cycle but in no BURSTn slice read
      *   60  cycle has no CYCLSTAT row
      *   61  cycle produced, still awaiting acknowledgment
      *   62  cycle rejected by downstream
      *   63  cycle aged unacknowledged by HELLOACK
      *
      * TE-UNVERIFIED is "Y" when the stage could not be checked
      * because its file was not supplied to the trace, so the
      * chain is only known to reach that far - not known to break
      * there.
      *================================================================
       01  TRACE-EXTRACT-RECORD.
           05  TE-TRACE-SEQUENCE           PIC 9(4).
           05  TE-RUN-DATE                 PIC 9(8).
           05  TE-RUN-TIME                 PIC 9(8).
           05  TE-JOB-NAME                 PIC X(8).
           05  TE-RECORD-NUMBER            PIC 9(6).
           05  TE-RECIPIENT-NAME           PIC X(30).
           05  TE-RECIPIENT-ID             PIC X(8).
           05  TE-GREETING-ID              PIC 9(5).
           05  TE-LANGUAGE-CODE            PIC X(3).
           05  TE-RULE-ROW                 PIC 9(5).
           05  TE-REQUEST-FOUND            PIC X.
           05  TE-REQUEST-TYPE             PIC X.
           05  TE-LIST-CODE                PIC X(8).
           05  TE-SUSPENSE-REASON          PIC 9(2).
           05  TE-RESUBMIT-DATE            PIC 9(8).
           05  TE-RESUBMIT-JOB             PIC X(8).
           05  TE-AUDIT-FOUND              PIC X.
           05  TE-AUDIT-RETURN-CODE        PIC 9(3).
           05  TE-CYCLE-NUMBER             PIC 9(6).
           05  TE-DEPARTMENT-CODE          PIC X(4).
           05  TE-CANCEL-CYCLE             PIC 9(6).
           05  TE-CANCEL-DATE              PIC 9(8).
           05  TE-BURST-FOUND              PIC X.
           05  TE-BURST-DEPARTMENT         PIC X(4).
           05  TE-CYCLE-STATUS             PIC X.
           05  TE-ACK-DATE                 PIC 9(8).
           05  TE-BREAK-STAGE              PIC 9(2).
               88  TE-STAGE-COMPLETE        VALUE 0.
               88  TE-STAGE-RULE-ONLY       VALUE 1.
               88  TE-STAGE-SUPPRESSED      VALUE 5.
               88  TE-STAGE-NOT-AUDITED     VALUE 10.
               88  TE-STAGE-SUSPENDED       VALUE 20.
               88  TE-STAGE-RESUBMITTED     VALUE 21.
               88  TE-STAGE-NOT-ON-GREETOUT VALUE 30.
               88  TE-STAGE-CANCELLED       VALUE 40.
               88  TE-STAGE-NOT-BURST       VALUE 50.
               88  TE-STAGE-NO-CYCLSTAT     VALUE 60.
               88  TE-STAGE-AWAITING-ACK    VALUE 61.
               88  TE-STAGE-REJECTED        VALUE 62.
               88  TE-STAGE-AGED            VALUE 63.
           05  TE-UNVERIFIED               PIC X.
