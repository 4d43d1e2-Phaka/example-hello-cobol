      *================================================================
      * RUNLREC - RUN-LEDGER-FILE record layout (RUNLEDGR)
      *
      * One row per execution of a batch program in the suite -
      * HELLO, HELLOSCH, HELLOREC, HELLOBST, HELLOACK, HELLOARC -
      * keyed by when it started, which program, and which job.
      * Each program writes its row with status "S" as it starts
      * and rewrites it with status "E", the end time, its counts
      * and its RETURN-CODE as it ends; a row still at "S" once
      * the job is gone is a run that never reached its end - an
      * abend or a cancel. HELLOOPS reads the ledger for the
      * nightly batch-window report.
      *
      * LG-RUN-MODE values:
      *   "B" - batch (GREETIN, or the program's own input file)
      *   "R" - restarted batch: HELLO resuming after a checkpoint
      *   "M" - HELLO monitor mode
      *   "S" - HELLO single PARM-driven greeting
      *   "P" - HELLO partition of a partitioned night (the job
      *         name on the row is the partition's checkpoint job
      *         id, e.g. HELLOJB3); a restarted partition is "R"
      *
      * The three counts mean, per program:
      *                READ              WRITTEN          REJECTED
      *   HELLO        GREETIN records   GREETOUT details GREETSUS rows
      *   HELLOSCH     schedule rules    GREETIN records  rules rejected
      *   HELLOREC     GREETIN records   (none)           exceptions
      *   HELLOBST     GREETOUT details  details routed   unrouted
      *   HELLOACK     acknowledgments   cycles accepted  rejected/bad
      *   HELLOARC     audit rows        rows archived    (none)
      *   HELLOSPL     GREETIN records   records split    (none)
      *   HELLOMRG     partition dtls    GREETOUT details GREETSUS rows
      *   HELLOERA     dataset rows      rows written     (none)
      *
      * LG-CYCLE-NUMBER is the GREETOUT cycle the run produced
      * (HELLO, HELLOMRG) or split (HELLOBST), zero otherwise.
      * LG-RESTART-RECORD is the GREETIN record HELLO resumed after.
      * LG-POLL-COUNT and LG-IDLE-POLLS are monitor mode only: polls
      * taken, and polls that found no new request.
      *================================================================
       01  RUN-LEDGER-RECORD.
           05  LG-RUN-KEY.
               10  LG-START-DATE           PIC 9(8).
               10  LG-START-TIME           PIC 9(8).
               10  LG-PROGRAM-ID           PIC X(8).
               10  LG-JOB-NAME             PIC X(8).
           05  LG-USER-ID                  PIC X(8).
           05  LG-RUN-STATUS               PIC X.
               88  LG-STATUS-STARTED        VALUE "S".
               88  LG-STATUS-ENDED          VALUE "E".
           05  LG-RUN-MODE                 PIC X.
               88  LG-MODE-BATCH            VALUE "B".
               88  LG-MODE-RESTART          VALUE "R".
               88  LG-MODE-MONITOR          VALUE "M".
               88  LG-MODE-SINGLE           VALUE "S".
               88  LG-MODE-PARTITION        VALUE "P".
           05  LG-END-DATE                 PIC 9(8).
           05  LG-END-TIME                 PIC 9(8).
           05  LG-RECORDS-READ             PIC 9(9).
           05  LG-RECORDS-WRITTEN          PIC 9(9).
           05  LG-RECORDS-REJECTED         PIC 9(9).
           05  LG-CYCLE-NUMBER             PIC 9(6).
           05  LG-RESTART-RECORD           PIC 9(6).
           05  LG-POLL-COUNT               PIC 9(7).
           05  LG-IDLE-POLLS               PIC 9(7).
           05  LG-RETURN-CODE              PIC 9(3).
           05  FILLER                      PIC X(16).
