      *================================================================
      * RCTLREC - RUN-CONTROL-FILE record layout (RUNCTL)
      *
      * The suite's run-control lock. One row per resource, keyed
      * by CT-RESOURCE; a run holds the resource for as long as its
      * row is on file. A claim is a WRITE - a duplicate key means
      * someone else holds it - and the holder DELETEs its own row
      * when it ends. The only resource today is "HELLO": the
      * production files HELLO reads or draws from - GREETMST,
      * RECPMST, RECPSUP, GRETHIST, HELLOAUD, CYCLSTAT, and the
      * HELLOCKP rows, the "GREETOUT" cycle counter among them.
      * Claimed by HELLO (every mode), HELLOREV, HELLOARC, and the
      * master updates: GREETMNT and RECPMNT APPROVE passes,
      * SUPPMNT, and CALMNT; by HELLOACK, which posts to CYCLSTAT,
      * and HELLOSCH, which cuts the GREETIN batch; and by
      * HELLOERA's passes over the live files. A
      * partitioned night is claimed once for the whole run:
      * HELLOSPL claims it in mode "P" with the partition
      * count, the HELLO partitions only check that the claim is
      * their job's (and refresh the heartbeat), and HELLOMRG
      * releases it once the merged cycle is built.
      *
      * CT-HOLD-MODE values:
      *   "B" - HELLO batch (GREETIN)
      *   "M" - HELLO monitor mode
      *   "S" - HELLO single PARM-driven greeting
      *   "R" - HELLOREV reversal cycle
      *   "A" - HELLOARC audit-log archive
      *   "U" - master update (GREETMNT, RECPMNT, SUPPMNT, CALMNT)
      *   "P" - partitioned HELLO batch, from HELLOSPL's split
      *         through HELLOMRG's merge
      *   "E" - HELLOERA recipient erasure of a live file
      *         (GRETHIST, HELLOAUD, SUPPLOG, GREETJRN)
      *   "K" - HELLOACK acknowledgment posting to CYCLSTAT
      *   "C" - HELLOSCH schedule cut of GREETIN
      *
      * CT-HEARTBEAT-DATE/TIME is the claim time, refreshed by
      * monitor mode on every poll. CT-YIELD-SWITCH is set by a
      * nightly batch program that finds monitor mode holding the
      * resource; the monitor sees it at its next poll boundary,
      * shuts down cleanly, and releases the row. A row whose
      * holder is gone (abend, cancel) is listed by HELLOLCK and
      * cleared there by an operator CLEAR transaction.
      *================================================================
       01  RUN-CONTROL-RECORD.
           05  CT-RESOURCE                 PIC X(8).
           05  CT-HOLDER-PROGRAM           PIC X(8).
           05  CT-HOLDER-JOB               PIC X(8).
           05  CT-HOLDER-USER              PIC X(8).
           05  CT-HOLD-MODE                PIC X.
               88  CT-HELD-BATCH            VALUE "B".
               88  CT-HELD-MONITOR          VALUE "M".
               88  CT-HELD-SINGLE           VALUE "S".
               88  CT-HELD-REVERSAL         VALUE "R".
               88  CT-HELD-ARCHIVE          VALUE "A".
               88  CT-HELD-UPDATE           VALUE "U".
               88  CT-HELD-PARTITIONED      VALUE "P".
               88  CT-HELD-ERASURE          VALUE "E".
               88  CT-HELD-ACKNOWLEDGE      VALUE "K".
               88  CT-HELD-SCHEDULE         VALUE "C".
           05  CT-CLAIM-DATE               PIC 9(8).
           05  CT-CLAIM-TIME               PIC 9(8).
           05  CT-HEARTBEAT-DATE           PIC 9(8).
           05  CT-HEARTBEAT-TIME           PIC 9(8).
           05  CT-YIELD-SWITCH             PIC X.
               88  CT-YIELD-REQUESTED       VALUE "Y".
           05  CT-YIELD-JOB                PIC X(8).
           05  CT-YIELD-DATE               PIC 9(8).
           05  CT-YIELD-TIME               PIC 9(8).
           05  CT-PARTITION-COUNT          PIC 9.
           05  FILLER                      PIC X(19).
