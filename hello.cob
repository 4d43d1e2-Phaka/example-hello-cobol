      * suite to pick up instead of scraping SYSOUT. Written fresh
      * each run (OPEN OUTPUT against a new generation), never
      * extended - see GOUTREC for the control-record discipline.
      * The one exception is a partition run (PARTITION=n), which
      * extends its partition's work file with one segment per run
      * for HELLOMRG to merge into the night's single cycle.
      *----------------------------------------------------------------
           SELECT GREETOUT-FILE ASSIGN TO "GREETOUT"
               ORGANIZATION IS SEQUENTIAL
      * its reject reason so the repair/resubmit cycle (HELLOSUB)
      * can rebuild a GREETIN batch from it. Batch mode only - a
      * single-greeting rejection has no GREETIN record to suspend.
      * A partition run extends its partition's work file instead;
      * HELLOMRG copies every partition's rows into one generation.
      *----------------------------------------------------------------
           SELECT SUSPENSE-FILE ASSIGN TO "GREETSUS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-CYCLE-NUMBER
               FILE STATUS IS WS-FS-CYCLE-STATUS.
      *----------------------------------------------------------------
      * RECIPIENT-SUPPRESSION-FILE (RECPSUP) - leavers, leaves of
      * absence, and opt-outs, keyed by recipient id + start date
      * (see SUPPREC), maintained by SUPPMNT. OPTIONAL: a job that
      * doesn't allocate it runs with no suppression check.
      *----------------------------------------------------------------
           SELECT OPTIONAL RECIPIENT-SUPPRESSION-FILE
               ASSIGN TO "RECPSUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPPRESSION-KEY
               FILE STATUS IS WS-FS-SUPPRESSION.
      *----------------------------------------------------------------
      * SUPPRESSION-LOG-FILE (SUPPLOG) - one row per greeting skipped
      * for a suppressed recipient, with the request or list it came
      * from (see SLOGREC), opened EXTEND like HELLOAUD for the
      * daily suppression report (HELLOSPR). Required whenever
      * RECPSUP is allocated, so no skip ever goes unreported.
      *----------------------------------------------------------------
           SELECT OPTIONAL SUPPRESSION-LOG-FILE ASSIGN TO "SUPPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUPPRESSION-LOG.
      *----------------------------------------------------------------
      * RUN-LEDGER-FILE (RUNLEDGR) - one row per execution, written
      * as the run starts and completed as it ends (see RUNLREC),
      * for the batch-window report (HELLOOPS). OPTIONAL: a job that
      * doesn't allocate it runs unrecorded.
      *----------------------------------------------------------------
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-RUN-KEY
               FILE STATUS IS WS-FS-RUN-LEDGER.
      *----------------------------------------------------------------
      * RUN-CONTROL-FILE (RUNCTL) - the suite's run-control lock
      * (see RCTLREC), claimed before any other file is opened and
      * released at end of run. Opened for each access and closed
      * straight after.
      *----------------------------------------------------------------
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-RESOURCE
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-STATUS-FILE.
       COPY CYCSREC.

       FD  RECIPIENT-SUPPRESSION-FILE.
       COPY SUPPREC.

       FD  SUPPRESSION-LOG-FILE.
       COPY SLOGREC.

       FD  RUN-LEDGER-FILE.
       COPY RUNLREC.

       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * WS-PARM-INPUT holds the run-time parameter for single-greeting
       01  WS-FS-CHECKPOINT                PIC XX.
       01  WS-FS-CYCLE-STATUS              PIC XX.
       01  WS-FS-GREETING-HISTORY          PIC XX.
       01  WS-FS-SUPPRESSION               PIC XX.
       01  WS-FS-SUPPRESSION-LOG           PIC XX.
       01  WS-FS-RUN-LEDGER                PIC XX.
      *----------------------------------------------------------------
      * WS-REJECT-REASON - which validation in 6000-VALIDATE-INPUT
      * failed, carried onto the suspense record so the repair cycle
       01  WS-DUP-CROSS-LIMIT              PIC 9(12).
       01  WS-ENV-VALUE                    PIC X(16).

      *----------------------------------------------------------------
      * Recipient suppression (3570/3575, 3580). When RECPSUP is
      * allocated, every recipient id resolved against RECPMST - a
      * type "R" request or a list member - is looked up there; a
      * period covering the run date turns the greeting into a
      * skip: no GREETOUT detail, no GREETSUS row, an audit row
      * with RC 004, and a SUPPLOG row saying which request or
      * list it came from. WS-SUPPRESS-xxx carry the covering
      * period from the lookup to the log row.
      *----------------------------------------------------------------
       01  WS-SUPPRESSION-AVAILABLE-SWITCH PIC X VALUE "N".
           88  WS-SUPPRESSION-AVAILABLE     VALUE "Y".
       01  WS-RECIPIENT-SUPPRESSED-SWITCH  PIC X VALUE "N".
           88  WS-RECIPIENT-SUPPRESSED      VALUE "Y".
       01  WS-SUPPRESS-SCAN-DONE-SWITCH    PIC X VALUE "N".
           88  WS-SUPPRESS-SCAN-DONE        VALUE "Y".
       01  WS-SUPPRESS-RECIPIENT-ID        PIC X(8).
       01  WS-SUPPRESS-REASON-CODE         PIC X.
       01  WS-SUPPRESS-START-DATE          PIC 9(8).
       01  WS-SUPPRESS-END-DATE            PIC 9(8).
       01  WS-SUPPRESSED-COUNT             PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * Version-lookup switches (3000/3050): whether any version
      * of the greeting/language exists at all, and whether one is
       01  WS-CHECKPOINT-INTERVAL          PIC 9(3) VALUE 10.
       01  WS-RECORDS-SINCE-CHECKPOINT     PIC 9(3) VALUE 0.

      *----------------------------------------------------------------
      * Partitioned batch (PARTITION=n ENVAR, 1-8): HELLOSPL has cut
      * the night's GREETIN into n partitions, each run by its own
      * HELLO step in parallel, and HELLOMRG merges what they write
      * into the one GREETOUT cycle. A partition run checkpoints
      * under its own job id - the job name with the partition
      * number in its last position (HELLOJB3) - so each partition
      * restarts on its own. It draws no cycle number and registers
      * no CYCLSTAT row (the merge does both), extends its GREETOUT
      * and GREETSUS work files one segment per run, and keeps
      * JOBNAME for everything else, so the audit rows, history
      * rows, and SUPPLOG rows read exactly as a single run's would.
      * It never claims the run-control lock: it checks that the
      * lock is held in partitioned mode by its own job (1850).
      *----------------------------------------------------------------
       01  WS-PARTITION-TOKEN              PIC X(8).
       01  WS-PARTITION-NUMBER             PIC 9 VALUE 0.
       01  WS-PARTITION-SWITCH             PIC X VALUE "N".
           88  WS-PARTITION-MODE            VALUE "Y".

      *----------------------------------------------------------------
      * Run identification, for HELLO-AUDIT-LOG. JOBNAME and USERID
      * are passed in by the JCL as Language Environment ENVAR values
       01  WS-JOB-NAME                     PIC X(8).
       01  WS-USER-ID                      PIC X(8).

      *----------------------------------------------------------------
      * Run ledger (1900/9900, see RUNLREC). WS-LEDGER-KEY keeps the
      * key of the row written at start, so the end-of-run rewrite
      * finds it even though monitor mode refreshes WS-SYSTEM-DATE
      * and WS-SYSTEM-TIME on every poll. The counts are this run's
      * totals across every record and poll: WS-REQUESTS-READ is
      * GREETIN records processed (records skipped below a restart
      * point are not counted), WS-SUSPENSE-COUNT the GREETSUS rows
      * written, and a poll is idle when it processed no record.
      *----------------------------------------------------------------
       01  WS-LEDGER-AVAILABLE-SWITCH      PIC X VALUE "N".
           88  WS-LEDGER-AVAILABLE          VALUE "Y".
       01  WS-LEDGER-KEY                   PIC X(32).
       01  WS-REQUESTS-READ                PIC 9(9) VALUE 0.
       01  WS-SUSPENSE-COUNT               PIC 9(9) VALUE 0.
       01  WS-POLL-COUNT                   PIC 9(7) VALUE 0.
       01  WS-IDLE-POLL-COUNT              PIC 9(7) VALUE 0.
       01  WS-POLL-START-READ              PIC 9(9) VALUE 0.

      *----------------------------------------------------------------
      * Run-control lock (1800/9800, see RCTLREC). The claim is
      * retried once a minute for LOCKWAIT minutes (ENVAR, default
      * 10, 0 gives up at once) before the run ends RC 028.
      * WS-CLAIM-DATE/TIME identify this run's own row, so the
      * release never deletes a row somebody else has since claimed.
      * WS-LOCK-MODE is the CT-HOLD-MODE this run claims under, set
      * in 1800 - GREETIN is probed there, ahead of 2000-OPEN-FILES,
      * because only a batch run may ask monitor mode to yield, and
      * then only when the job sets LOCKYIELD=Y (ENVAR) - the
      * nightly jobstream does; a daytime resubmission waits.
      *----------------------------------------------------------------
       01  WS-FS-RUN-CONTROL               PIC XX.
       01  WS-RUN-CONTROL-SWITCH           PIC X VALUE "N".
           88  WS-RUN-CONTROL-HELD          VALUE "Y" "P".
           88  WS-RUN-CONTROL-SHARED        VALUE "P".
       01  WS-LOCK-GIVEN-UP-SWITCH         PIC X VALUE "N".
           88  WS-LOCK-GIVEN-UP             VALUE "Y".
       01  WS-LOCK-RESOURCE                PIC X(8) VALUE "HELLO".
       01  WS-LOCK-MODE                    PIC X VALUE "S".
       01  WS-GREETIN-PRESENT-SWITCH       PIC X VALUE "N".
           88  WS-GREETIN-PRESENT           VALUE "Y".
      * WS-FILES-OPENED - set once 2000-OPEN-FILES has run, so the
      * files are closed even when a monitor has lost its claim.
       01  WS-FILES-OPENED-SWITCH          PIC X VALUE "N".
           88  WS-FILES-OPENED              VALUE "Y".
       01  WS-LOCK-WAIT-TOKEN              PIC X(8).
       01  WS-LOCK-YIELD-TOKEN             PIC X(8).
       01  WS-LOCK-YIELD-SWITCH            PIC X VALUE "N".
           88  WS-LOCK-MAY-ASK-YIELD        VALUE "Y".
       01  WS-LOCK-WAIT-MINUTES            PIC 9(3) VALUE 10.
       01  WS-LOCK-ATTEMPTS                PIC 9(3) VALUE 0.
       01  WS-LOCK-SLEEP-SECONDS           PIC 9(4) VALUE 60.
       01  WS-CLAIM-DATE                   PIC 9(8) VALUE 0.
       01  WS-CLAIM-TIME                   PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * WS-RETURN-CODE - posted to the special register RETURN-CODE
      * at end of run so the scheduler (Control-M) can branch on it.
      * Documented values:
      *   000  normal completion
      *   004  one or more recipients were suppressed (RECPSUP) -
      *        skipped by design, everything else produced
      *   008  missing parameter - no PARM and no SYSIN input supplied
      *        (single-greeting mode only; does not apply to a batch
      *        run driven by GREETIN)
      *        GREETOUT's downstream consumers and investigate
      *   024  GREETING-MASTER, HELLO-AUDIT-LOG, GREETOUT,
      *        HELLO-CHECKPOINT-FILE, CYCLE-STATUS-FILE, or (batch
      *        mode) SUSPENSE-FILE could not be opened, or RECPSUP
      *        is allocated without a SUPPLOG to report skips on,
      *        or RUNCTL could not be opened, or a partition run
      *        found no GREETIN to process
      *   028  the run-control lock (RUNCTL) was still held by
      *        another run after LOCKWAIT minutes - nothing produced,
      *        no cycle number drawn; rerun once the holder has ended.
      *        For a partition run: the lock is not held in
      *        partitioned mode by this job, or PARTITION is not one
      *        of its partitions - nothing produced
      * In a batch run these reflect the worst condition hit across
      * all records processed; higher values take precedence.
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-SUPPRESSED               VALUE 4.
           88  RC-MISSING-PARAMETER        VALUE 8.
           88  RC-GREETING-NOT-FOUND       VALUE 12.
           88  RC-BAD-EFFECTIVE-DATE       VALUE 16.
           88  RC-VALIDATION-FAILURE       VALUE 20.
           88  RC-DUPLICATE-BATCH          VALUE 22.
           88  RC-FILE-ERROR               VALUE 24.
           88  RC-LOCK-NOT-OBTAINED        VALUE 28.

      *----------------------------------------------------------------
      * WS-RECORD-RETURN-CODE - this record's own outcome, reset to 0
      *----------------------------------------------------------------
       01  WS-RECORD-RETURN-CODE           PIC 9(3) VALUE 0.
           88  RC-REC-SUCCESS              VALUE 0.
           88  RC-REC-SUPPRESSED           VALUE 4.
           88  RC-REC-MISSING-PARAMETER    VALUE 8.
           88  RC-REC-GREETING-NOT-FOUND   VALUE 12.
           88  RC-REC-BAD-EFFECTIVE-DATE   VALUE 16.
       0000-MAIN.
           PERFORM 1100-INIT-ENVIRONMENT
           PERFORM 1150-GET-RUN-MODE
           PERFORM 1800-CLAIM-RUN-CONTROL
           IF WS-RUN-CONTROL-HELD
               PERFORM 2000-OPEN-FILES
               IF NOT RC-FILE-ERROR
                   PERFORM 2500-LOAD-CHECKPOINT
                   PERFORM 2600-OPEN-OUTPUT-CYCLE
               END-IF
           END-IF
           PERFORM 1900-RECORD-RUN-START
           IF WS-RUN-CONTROL-HELD AND NOT RC-FILE-ERROR
               EVALUATE TRUE
                   WHEN WS-MONITOR-MODE
                       PERFORM 8000-MONITOR-POLL-CYCLE
                       PERFORM 3600-CLEAR-CHECKPOINT
                   WHEN OTHER
                       MOVE 0 TO WS-RECORD-RETURN-CODE
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM 1200-GET-PARAMETER
                       PERFORM 6000-VALIDATE-INPUT
                       IF WS-INPUT-VALID
               PERFORM 3700-CHECK-DUPLICATE-RATE
               PERFORM 2700-WRITE-CYCLE-TRAILER
           END-IF
           IF WS-FILES-OPENED
               PERFORM 9000-CLOSE-FILES
           END-IF
           IF WS-RUN-CONTROL-HELD
               PERFORM 9800-RELEASE-RUN-CONTROL
           END-IF
           PERFORM 9900-RECORD-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

           IF WS-JOB-NAME NOT = SPACES
               MOVE WS-JOB-NAME TO WS-JOB-ID
           END-IF
           DISPLAY "PARTITION" UPON ENVIRONMENT-NAME
           ACCEPT WS-PARTITION-TOKEN FROM ENVIRONMENT-VALUE
           IF WS-PARTITION-TOKEN NOT = SPACES AND LOW-VALUES
               SET WS-PARTITION-MODE TO TRUE
               IF WS-PARTITION-TOKEN(1:1) IS NUMERIC
                   AND WS-PARTITION-TOKEN(2:1) = SPACE
                   MOVE WS-PARTITION-TOKEN(1:1) TO WS-PARTITION-NUMBER
               END-IF
               MOVE WS-PARTITION-NUMBER TO WS-JOB-ID(8:1)
           END-IF
           DISPLAY "DUPWINDOW" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES AND LOW-VALUES
               MOVE WS-PARM-LANGUAGE-CODE TO WS-LANGUAGE-CODE
           END-IF.

      *----------------------------------------------------------------
      * 1800-1830 - claim the run-control lock (RCTLREC) before any
      * production file is opened. A duplicate key on the WRITE
      * means another run holds it: say who, wait a minute, and try
      * again, for up to LOCKWAIT minutes, then end RC 028 without
      * touching anything. RUNCTL itself is not optional - a run
      * that cannot open it cannot show it is alone, and ends RC
      * 024. Every mode claims - single mode draws a cycle number
      * just as batch does. A nightly batch run (GREETIN present,
      * LOCKYIELD=Y) that finds monitor mode in possession asks it
      * to yield (CT-YIELD-SWITCH); the monitor winds down at its
      * next poll boundary (8300) and releases, and the batch
      * claims on a later try. A partition run does not claim at
      * all - see 1850.
      *----------------------------------------------------------------
       1800-CLAIM-RUN-CONTROL.
           IF WS-PARTITION-MODE
               PERFORM 1850-CHECK-PARTITION-CONTROL
           ELSE
               PERFORM 1805-CLAIM-OWN-RUN-CONTROL
           END-IF.

       1805-CLAIM-OWN-RUN-CONTROL.
           IF WS-MONITOR-MODE
               MOVE "M" TO WS-LOCK-MODE
           ELSE
               OPEN INPUT GREETING-REQUEST-FILE
               IF WS-FS-GREETIN = "00"
                   SET WS-GREETIN-PRESENT TO TRUE
                   MOVE "B" TO WS-LOCK-MODE
                   CLOSE GREETING-REQUEST-FILE
               END-IF
           END-IF
           DISPLAY "LOCKYIELD" UPON ENVIRONMENT-NAME
           ACCEPT WS-LOCK-YIELD-TOKEN FROM ENVIRONMENT-VALUE
           IF WS-GREETIN-PRESENT
               AND (WS-LOCK-YIELD-TOKEN = "Y" OR "YES")
               SET WS-LOCK-MAY-ASK-YIELD TO TRUE
           END-IF
           DISPLAY "LOCKWAIT" UPON ENVIRONMENT-NAME
           ACCEPT WS-LOCK-WAIT-TOKEN FROM ENVIRONMENT-VALUE
           IF WS-LOCK-WAIT-TOKEN NOT = SPACES AND LOW-VALUES
               AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-LOCK-WAIT-TOKEN)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LOCK-WAIT-TOKEN))
                   TO WS-LOCK-WAIT-MINUTES
           END-IF
           PERFORM 1810-TRY-RUN-CONTROL
               UNTIL WS-RUN-CONTROL-HELD OR WS-LOCK-GIVEN-UP.

       1810-TRY-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-FS-RUN-CONTROL NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-FS-RUN-CONTROL NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               SET WS-LOCK-GIVEN-UP TO TRUE
               DISPLAY "HELLO RUNCTL COULD NOT BE OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           ELSE
               ACCEPT WS-CLAIM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CLAIM-TIME FROM TIME
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               MOVE "HELLO" TO CT-HOLDER-PROGRAM
               MOVE WS-JOB-NAME TO CT-HOLDER-JOB
               MOVE WS-USER-ID TO CT-HOLDER-USER
               MOVE WS-LOCK-MODE TO CT-HOLD-MODE
               MOVE WS-CLAIM-DATE TO CT-CLAIM-DATE CT-HEARTBEAT-DATE
               MOVE WS-CLAIM-TIME TO CT-CLAIM-TIME CT-HEARTBEAT-TIME
               MOVE "N" TO CT-YIELD-SWITCH
               MOVE 0 TO CT-YIELD-DATE CT-YIELD-TIME
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       PERFORM 1820-NOTE-LOCK-HOLDER
                   NOT INVALID KEY
                       SET WS-RUN-CONTROL-HELD TO TRUE
               END-WRITE
               CLOSE RUN-CONTROL-FILE
               IF NOT WS-RUN-CONTROL-HELD
                   PERFORM 1830-WAIT-FOR-RUN-CONTROL
               END-IF
           END-IF.

       1820-NOTE-LOCK-HOLDER.
           MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "HELLO RUN-CONTROL HELD BY "
                       CT-HOLDER-PROGRAM " JOB " CT-HOLDER-JOB
                       " SINCE " CT-CLAIM-DATE " " CT-CLAIM-TIME
                   IF WS-LOCK-MAY-ASK-YIELD
                       AND CT-HELD-MONITOR
                       AND NOT CT-YIELD-REQUESTED
                       PERFORM 1825-ASK-MONITOR-TO-YIELD
                   END-IF
           END-READ.

       1825-ASK-MONITOR-TO-YIELD.
           SET CT-YIELD-REQUESTED TO TRUE
           MOVE WS-JOB-NAME TO CT-YIELD-JOB
           ACCEPT CT-YIELD-DATE FROM DATE YYYYMMDD
           ACCEPT CT-YIELD-TIME FROM TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "HELLO ASKED MONITOR " CT-HOLDER-JOB
                       " TO YIELD AT ITS NEXT POLL"
           END-REWRITE.

       1830-WAIT-FOR-RUN-CONTROL.
           ADD 1 TO WS-LOCK-ATTEMPTS
           IF WS-LOCK-ATTEMPTS > WS-LOCK-WAIT-MINUTES
               SET WS-LOCK-GIVEN-UP TO TRUE
               SET RC-LOCK-NOT-OBTAINED TO TRUE
               DISPLAY "HELLO RUN-CONTROL NOT OBTAINED IN "
                   WS-LOCK-WAIT-MINUTES " MINUTES - NOTHING DONE"
           ELSE
               CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECONDS
           END-IF.

      *----------------------------------------------------------------
      * 1850/1855 - a partition run shares the claim HELLOSPL made
      * for the whole partitioned night. The row must be there, in
      * mode "P", for this JOBNAME, with this partition inside its
      * partition count; anything else means no split is in
      * progress for this job (or the partition number is wrong),
      * and the run ends RC 028 without opening a file. There is no
      * wait - the split ran first or not at all. The heartbeat is
      * refreshed so HELLOLCK can see the night is still moving.
      *----------------------------------------------------------------
       1850-CHECK-PARTITION-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-FS-RUN-CONTROL NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLO RUNCTL COULD NOT BE OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           ELSE
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       SET RC-LOCK-NOT-OBTAINED TO TRUE
                       DISPLAY "HELLO PARTITION " WS-PARTITION-NUMBER
                           " - NO PARTITIONED RUN HOLDS RUN-CONTROL"
                   NOT INVALID KEY
                       PERFORM 1855-VERIFY-PARTITION-CLAIM
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1855-VERIFY-PARTITION-CLAIM.
           IF CT-HELD-PARTITIONED
               AND CT-HOLDER-JOB = WS-JOB-NAME
               AND WS-PARTITION-NUMBER > 0
               AND WS-PARTITION-NUMBER NOT > CT-PARTITION-COUNT
               MOVE "P" TO WS-RUN-CONTROL-SWITCH
               ACCEPT CT-HEARTBEAT-DATE FROM DATE YYYYMMDD
               ACCEPT CT-HEARTBEAT-TIME FROM TIME
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               DISPLAY "HELLO PARTITION " WS-PARTITION-NUMBER " OF "
                   CT-PARTITION-COUNT " FOR JOB " WS-JOB-NAME
           ELSE
               SET RC-LOCK-NOT-OBTAINED TO TRUE
               DISPLAY "HELLO PARTITION " WS-PARTITION-TOKEN
                   " NOT PART OF THE RUN HOLDING RUN-CONTROL - "
                   CT-HOLDER-PROGRAM " JOB " CT-HOLDER-JOB
                   " MODE " CT-HOLD-MODE
           END-IF.

      *----------------------------------------------------------------
      * 1900/9900 - the run ledger. The row goes on with status "S"
      * once the files are open and the mode, restart point, and
      * cycle number are known, and is rewritten to "E" with the
      * run's totals after the files are closed, so a row left at
      * "S" is a run that never got that far. The ledger is opened
      * for each write and closed straight after - monitor mode
      * must not hold it all day against the nightly jobs - and it
      * is never fatal: a ledger that cannot be opened or written
      * costs the run its row, not its greetings.
      *----------------------------------------------------------------
       1900-RECORD-RUN-START.
           OPEN I-O RUN-LEDGER-FILE
           IF WS-FS-RUN-LEDGER NOT = "00" AND NOT = "05"
               OPEN OUTPUT RUN-LEDGER-FILE
               CLOSE RUN-LEDGER-FILE
               OPEN I-O RUN-LEDGER-FILE
           END-IF
           IF WS-FS-RUN-LEDGER = "00" OR "05"
               MOVE SPACES TO RUN-LEDGER-RECORD
               MOVE WS-SYSTEM-DATE TO LG-START-DATE
               MOVE WS-SYSTEM-TIME TO LG-START-TIME
               MOVE "HELLO" TO LG-PROGRAM-ID
               IF WS-PARTITION-MODE
                   MOVE WS-JOB-ID TO LG-JOB-NAME
               ELSE
                   MOVE WS-JOB-NAME TO LG-JOB-NAME
               END-IF
               MOVE WS-USER-ID TO LG-USER-ID
               SET LG-STATUS-STARTED TO TRUE
               EVALUATE TRUE
                   WHEN WS-MONITOR-MODE
                       SET LG-MODE-MONITOR TO TRUE
                   WHEN WS-BATCH-MODE
                       AND WS-RESTART-RECORD-NUMBER > 0
                       SET LG-MODE-RESTART TO TRUE
                   WHEN WS-PARTITION-MODE
                       SET LG-MODE-PARTITION TO TRUE
                   WHEN WS-BATCH-MODE OR WS-GREETIN-PRESENT
                       SET LG-MODE-BATCH TO TRUE
                   WHEN OTHER
                       SET LG-MODE-SINGLE TO TRUE
               END-EVALUATE
               MOVE 0 TO LG-END-DATE LG-END-TIME
               MOVE 0 TO LG-RECORDS-READ LG-RECORDS-WRITTEN
                         LG-RECORDS-REJECTED
               MOVE WS-CYCLE-NUMBER TO LG-CYCLE-NUMBER
               MOVE WS-RESTART-RECORD-NUMBER TO LG-RESTART-RECORD
               MOVE 0 TO LG-POLL-COUNT LG-IDLE-POLLS
               MOVE WS-RETURN-CODE TO LG-RETURN-CODE
               WRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LEDGER-AVAILABLE TO TRUE
                       MOVE LG-RUN-KEY TO WS-LEDGER-KEY
               END-WRITE
               CLOSE RUN-LEDGER-FILE
           END-IF
           IF NOT WS-LEDGER-AVAILABLE
               DISPLAY "HELLO RUNLEDGR NOT AVAILABLE - RUN NOT "
                   "RECORDED, STATUS " WS-FS-RUN-LEDGER
           END-IF.

       2000-OPEN-FILES.
           SET WS-FILES-OPENED TO TRUE
           OPEN INPUT GREETING-MASTER
           IF WS-FS-GREETING-MASTER NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           IF WS-FS-AUDIT-LOG NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           IF WS-PARTITION-MODE
               OPEN EXTEND GREETOUT-FILE
           ELSE
               OPEN OUTPUT GREETOUT-FILE
           END-IF
           IF WS-FS-GREETOUT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
                   SET WS-BATCH-MODE TO TRUE
               END-IF
           END-IF
           IF WS-PARTITION-MODE AND NOT WS-BATCH-MODE
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLO PARTITION " WS-PARTITION-NUMBER
                   " HAS NO GREETIN TO PROCESS"
           END-IF
           IF WS-BATCH-MODE OR WS-MONITOR-MODE
               IF WS-PARTITION-MODE
                   OPEN EXTEND SUSPENSE-FILE
               ELSE
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
               IF WS-FS-SUSPENSE NOT = "00"
                   SET RC-FILE-ERROR TO TRUE
               END-IF
      * without the fallback the duplicate check would silently
      * never arm. Still not fatal when the open fails outright -
      * a job that doesn't allocate GRETHIST runs with the check
      * off, as documented. The partitions of a partitioned night
      * all hold it I-O side by side (SHAREOPTIONS(4 3)) - see
      * 3562 for how a repeat split across two of them is caught.
      *----------------------------------------------------------------
           OPEN I-O GREETING-HISTORY-FILE
           IF WS-FS-GREETING-HISTORY NOT = "00"
           IF WS-FS-GREETING-HISTORY = "00"
               SET WS-GRETHIST-AVAILABLE TO TRUE
           END-IF
           PERFORM 2300-OPEN-SUPPRESSION-FILES
           PERFORM 2100-OPEN-CHECKPOINT-FILE
           IF NOT WS-PARTITION-MODE
               PERFORM 2200-OPEN-CYCLE-STATUS-FILE
           END-IF.

       2100-OPEN-CHECKPOINT-FILE.
           OPEN I-O CHECKPOINT-FILE
               SET RC-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 2300 - the suppression check arms only when RECPSUP opens.
      * Once it is armed the log is not optional: a skip nobody can
      * see on the daily report is exactly the silent loss the
      * suppression file exists to prevent, so a missing SUPPLOG is
      * fatal rather than quietly unlogged.
      *----------------------------------------------------------------
       2300-OPEN-SUPPRESSION-FILES.
           OPEN INPUT RECIPIENT-SUPPRESSION-FILE
           IF WS-FS-SUPPRESSION = "00"
               SET WS-SUPPRESSION-AVAILABLE TO TRUE
               OPEN EXTEND SUPPRESSION-LOG-FILE
               IF WS-FS-SUPPRESSION-LOG NOT = "00" AND NOT = "05"
                   SET RC-FILE-ERROR TO TRUE
               END-IF
           END-IF.

       2500-LOAD-CHECKPOINT.
           MOVE WS-JOB-ID TO CK-JOB-ID
           READ CHECKPOINT-FILE
      * comes from the checkpoint row keyed "GREETOUT": read,
      * increment, put back, so every run - including a restarted
      * one, whose generation carries only the remaining records -
      * hands downstream a cycle number it can check off. A
      * partition run draws no number - HELLOMRG draws the night's
      * one number when it merges - and its segment header names
      * the partition and the restart point instead.
      *----------------------------------------------------------------
       2600-OPEN-OUTPUT-CYCLE.
           IF NOT WS-PARTITION-MODE
               PERFORM 2610-DRAW-CYCLE-NUMBER
           END-IF
           MOVE SPACES TO GREETING-OUTPUT-RECORD
           SET GO-TYPE-HEADER TO TRUE
           MOVE WS-CYCLE-NUMBER TO GO-HDR-CYCLE-NUMBER
           MOVE WS-SYSTEM-DATE TO GO-HDR-RUN-DATE
           MOVE WS-JOB-NAME TO GO-HDR-JOB-NAME
           IF WS-PARTITION-MODE
               MOVE WS-PARTITION-NUMBER TO GO-HDR-PARTITION
               MOVE WS-RESTART-RECORD-NUMBER TO GO-HDR-RESTART-RECORD
           END-IF
           WRITE GREETING-OUTPUT-RECORD.

       2610-DRAW-CYCLE-NUMBER.
           MOVE WS-GREETOUT-CYCLE-ID TO CK-JOB-ID
           READ CHECKPOINT-FILE
               INVALID KEY
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.

       2700-WRITE-CYCLE-TRAILER.
           MOVE SPACES TO GREETING-OUTPUT-RECORD
           MOVE WS-CYCLE-NUMBER TO GO-TRL-CYCLE-NUMBER
           MOVE WS-DETAIL-COUNT TO GO-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO GO-TRL-HASH-TOTAL
           IF WS-PARTITION-MODE
               MOVE WS-PARTITION-NUMBER TO GO-TRL-PARTITION
               MOVE WS-RETURN-CODE TO GO-TRL-RETURN-CODE
           END-IF
           WRITE GREETING-OUTPUT-RECORD
           IF WS-SUPPRESSED-COUNT > 0
               DISPLAY "HELLO SKIPPED " WS-SUPPRESSED-COUNT
                   " GREETINGS FOR SUPPRESSED RECIPIENTS - SEE SUPPLOG"
           END-IF
           IF NOT WS-PARTITION-MODE
               PERFORM 2750-REGISTER-CYCLE-STATUS
           END-IF.

      *----------------------------------------------------------------
      * 2750 - register this cycle on CYCLE-STATUS-FILE as produced
           IF GR-RECORD-NUMBER <= WS-RESTART-RECORD-NUMBER
               CONTINUE
           ELSE
               ADD 1 TO WS-REQUESTS-READ
               PERFORM 3520-LOAD-BATCH-RECORD
               IF GR-RECIP-BY-LIST AND WS-RESOLVE-REASON = 0
                   PERFORM 3540-EXPAND-LIST
      * recipient fields already loaded. Performed once per plain
      * batch record and once per member of an expanded list; every
      * pass resets the record's own return code so one member's
      * failure isn't stamped onto the next member's audit row. A
      * suppressed recipient (3570) is skipped, not validated: it
      * is neither an attempt for the duplicate rate nor a reject
      * for the repair cycle, but it is still audited.
      *----------------------------------------------------------------
       3515-PRODUCE-ONE-GREETING.
           MOVE 0 TO WS-RECORD-RETURN-CODE
           IF WS-RECIPIENT-SUPPRESSED
               PERFORM 3580-SKIP-SUPPRESSED-RECIPIENT
           ELSE
               PERFORM 3516-VALIDATE-AND-PRODUCE
           END-IF
           PERFORM 5000-WRITE-AUDIT-RECORD
           MOVE "N" TO WS-RECIPIENT-SUPPRESSED-SWITCH.

       3516-VALIDATE-AND-PRODUCE.
           ADD 1 TO WS-GREET-ATTEMPT-COUNT
           PERFORM 6000-VALIDATE-INPUT
           IF WS-INPUT-VALID
               AND WS-GRETHIST-AVAILABLE
               AND WS-DUP-WINDOW-DAYS > 0
               PERFORM 3560-CHECK-DUPLICATE-HISTORY
               IF WS-PARTITION-MODE AND NOT WS-DUP-FOUND
                   PERFORM 3562-CLAIM-HISTORY-ROW
               END-IF
               IF WS-DUP-FOUND
                   MOVE "N" TO WS-INPUT-VALID-SWITCH
                   MOVE 9 TO WS-REJECT-REASON
           ELSE
               PERFORM 4100-DISPLAY-REJECTION
               PERFORM 4300-WRITE-SUSPENSE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 3560/3565 - has this exact greeting (recipient, greeting
           END-START
           PERFORM 3565-SCAN-ONE-HISTORY-ROW UNTIL WS-DUP-SCAN-DONE.

      *----------------------------------------------------------------
      * 3562 - in a partitioned night the other partitions are
      * producing at the same moment, so "no row yet" is not enough:
      * the copy in another partition may be between its own check
      * and its own history write. A partition therefore writes its
      * history row as a claim before it produces, exactly as the
      * run-control lock is claimed - the WRITE is the arbiter, and
      * a duplicate key means another partition got there first,
      * which makes this copy the reason-09 repeat. 4250's later
      * write of the same row then simply finds it there.
      *----------------------------------------------------------------
       3562-CLAIM-HISTORY-ROW.
           MOVE WS-RECIPIENT-NAME TO HY-RECIPIENT-NAME
           MOVE WS-GREETING-ID TO HY-GREETING-ID
           MOVE WS-LANGUAGE-CODE TO HY-LANGUAGE-CODE
           MOVE WS-SYSTEM-DATE TO HY-RUN-DATE
           MOVE WS-JOB-NAME TO HY-JOB-NAME
           WRITE GREETING-HISTORY-RECORD
               INVALID KEY
                   SET WS-DUP-FOUND TO TRUE
           END-WRITE.

       3565-SCAN-ONE-HISTORY-ROW.
           READ GREETING-HISTORY-FILE NEXT RECORD
               AT END

       3520-LOAD-BATCH-RECORD.
           MOVE 0 TO WS-RESOLVE-REASON
           MOVE "N" TO WS-RECIPIENT-SUPPRESSED-SWITCH
           MOVE SPACES TO WS-DEPARTMENT-CODE
           MOVE GR-RECORD-NUMBER TO WS-RECORD-NUMBER
           MOVE GR-RECIPIENT-NAME TO WS-RECIPIENT-NAME-RAW
      * 3525 - swap a recipient id for its canonical name. The
      * request's own language code still wins when present; the
      * recipient's preferred language fills the gap when it isn't.
      * A recipient that resolves is then checked for suppression.
      *----------------------------------------------------------------
       3525-RESOLVE-RECIPIENT-ID.
           IF NOT WS-RECPMST-AVAILABLE
                           AND RM-LANGUAGE-CODE NOT = SPACES
                           MOVE RM-LANGUAGE-CODE TO WS-LANGUAGE-CODE
                       END-IF
                       MOVE GR-RECIPIENT-ID TO WS-SUPPRESS-RECIPIENT-ID
                       PERFORM 3570-CHECK-SUPPRESSION
               END-READ
           END-IF.


       3550-GREET-ONE-MEMBER.
           MOVE 0 TO WS-RESOLVE-REASON
           MOVE "N" TO WS-RECIPIENT-SUPPRESSED-SWITCH
           MOVE "R" TO WS-MEMBER-SUSPEND-TYPE
           MOVE SPACES TO WS-DEPARTMENT-CODE
           SET RM-TYPE-RECIPIENT TO TRUE
                   ELSE
                       MOVE RM-LANGUAGE-CODE TO WS-LANGUAGE-CODE
                   END-IF
                   MOVE WS-MEMBER-WORK-ID TO WS-SUPPRESS-RECIPIENT-ID
                   PERFORM 3570-CHECK-SUPPRESSION
           END-READ
           PERFORM 3515-PRODUCE-ONE-GREETING.

      *----------------------------------------------------------------
      * 3570/3575 - is WS-SUPPRESS-RECIPIENT-ID suppressed on the run
      * date? The recipient's periods sit together in start-date
      * order (SUPPMNT keeps them from overlapping), so one START
      * reaches them all and the walk stops at the first period
      * starting after the run date.
      *----------------------------------------------------------------
       3570-CHECK-SUPPRESSION.
           MOVE "N" TO WS-RECIPIENT-SUPPRESSED-SWITCH
           IF WS-SUPPRESSION-AVAILABLE
               MOVE "N" TO WS-SUPPRESS-SCAN-DONE-SWITCH
               MOVE WS-SUPPRESS-RECIPIENT-ID TO SP-RECIPIENT-ID
               MOVE 0 TO SP-START-DATE
               START RECIPIENT-SUPPRESSION-FILE
                   KEY >= SP-SUPPRESSION-KEY
                   INVALID KEY
                       SET WS-SUPPRESS-SCAN-DONE TO TRUE
               END-START
               PERFORM 3575-EXAMINE-ONE-PERIOD
                   UNTIL WS-SUPPRESS-SCAN-DONE
           END-IF.

       3575-EXAMINE-ONE-PERIOD.
           READ RECIPIENT-SUPPRESSION-FILE NEXT RECORD
               AT END
                   SET WS-SUPPRESS-SCAN-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SP-RECIPIENT-ID
                               NOT = WS-SUPPRESS-RECIPIENT-ID
                           SET WS-SUPPRESS-SCAN-DONE TO TRUE
                       WHEN SP-START-DATE > WS-SYSTEM-DATE
                           SET WS-SUPPRESS-SCAN-DONE TO TRUE
                       WHEN SP-END-DATE >= WS-SYSTEM-DATE
                           SET WS-RECIPIENT-SUPPRESSED TO TRUE
                           SET WS-SUPPRESS-SCAN-DONE TO TRUE
                           MOVE SP-REASON-CODE
                               TO WS-SUPPRESS-REASON-CODE
                           MOVE SP-START-DATE TO WS-SUPPRESS-START-DATE
                           MOVE SP-END-DATE TO WS-SUPPRESS-END-DATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      * 3580 - the skip itself: RC 004 on the audit row (5000 still
      * writes it), a line on SYSOUT, and the SUPPLOG row naming the
      * request - and for a list member, the list requested and
      * the list that actually carried the person.
      *----------------------------------------------------------------
       3580-SKIP-SUPPRESSED-RECIPIENT.
           SET RC-REC-SUPPRESSED TO TRUE
           MOVE "N" TO WS-TRUNCATED-SWITCH
           ADD 1 TO WS-SUPPRESSED-COUNT
           MOVE SPACES TO WS-DISPLAYED-TEXT
           STRING "SUPPRESSED - recipient " WS-SUPPRESS-RECIPIENT-ID
               " reason " WS-SUPPRESS-REASON-CODE
               " from " WS-SUPPRESS-START-DATE
               " to " WS-SUPPRESS-END-DATE
               DELIMITED BY SIZE INTO WS-DISPLAYED-TEXT
           DISPLAY FUNCTION TRIM(WS-DISPLAYED-TEXT)
           MOVE WS-SYSTEM-DATE TO SL-RUN-DATE
           MOVE WS-SYSTEM-TIME TO SL-RUN-TIME
           MOVE WS-JOB-NAME TO SL-JOB-NAME
           MOVE WS-RECORD-NUMBER TO SL-RECORD-NUMBER
           MOVE WS-SUPPRESS-RECIPIENT-ID TO SL-RECIPIENT-ID
           MOVE WS-RECIPIENT-NAME TO SL-RECIPIENT-NAME
           MOVE WS-DEPARTMENT-CODE TO SL-DEPARTMENT-CODE
           MOVE WS-GREETING-ID TO SL-GREETING-ID
           MOVE WS-LANGUAGE-CODE TO SL-LANGUAGE-CODE
           IF WS-EXPANDING-LIST
               SET SL-REQUEST-BY-LIST TO TRUE
               MOVE GR-RECIPIENT-ID TO SL-LIST-CODE
               MOVE WS-STK-LIST-CODE(WS-LIST-STACK-DEPTH)
                   TO SL-PARENT-LIST-CODE
           ELSE
               SET SL-REQUEST-BY-ID TO TRUE
               MOVE SPACES TO SL-LIST-CODE
               MOVE SPACES TO SL-PARENT-LIST-CODE
           END-IF
           MOVE WS-SUPPRESS-REASON-CODE TO SL-REASON-CODE
           MOVE WS-SUPPRESS-START-DATE TO SL-START-DATE
           MOVE WS-SUPPRESS-END-DATE TO SL-END-DATE
           WRITE SUPPRESSION-LOG-RECORD.

      *----------------------------------------------------------------
      * 3700 - the whole-batch verdict on duplicates: when the
      * reason-09 rejects exceed DUPLIMIT percent of the records
      * - then reopen GREETIN and run anything new through the
      * normal batch path (3500 skips everything at or below the
      * restart position), move the restart position up and
      * checkpoint it, then look for a stop request, the end of
      * the window, or a yield request on the run-control lock
      * before sleeping out the interval. C$SLEEP is this
      * compiler's wait service; swap in the site wait routine if
      * this source ever moves.
      *----------------------------------------------------------------
       8000-MONITOR-POLL-CYCLE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           ADD 1 TO WS-POLL-COUNT
           MOVE WS-REQUESTS-READ TO WS-POLL-START-READ
           PERFORM 8100-POLL-REQUEST-FILE
           IF WS-REQUESTS-READ = WS-POLL-START-READ
               ADD 1 TO WS-IDLE-POLL-COUNT
           END-IF
           PERFORM 8200-CHECK-STOP-CONDITIONS
           IF NOT WS-SHUTDOWN
               CALL "C$SLEEP" USING WS-POLL-INTERVAL
                   END-READ
                   CLOSE STOP-REQUEST-FILE
               END-IF
           END-IF
           IF NOT WS-SHUTDOWN
               PERFORM 8300-CHECK-RUN-CONTROL
           END-IF.

      *----------------------------------------------------------------
      * 8300/8310 - between polls, with the poll's work done and
      * checkpointed, the monitor looks at its own run-control row.
      * A yield request from the nightly batch shuts it down here,
      * cleanly, and 9800 releases the row once the files are
      * closed. A row gone or claimed by someone else means an
      * operator cleared the lock (HELLOLCK): the monitor no longer
      * holds the files it has open, so it shuts down too, without
      * releasing. Otherwise the heartbeat is refreshed, so HELLOLCK
      * can tell a live monitor from one that abended. A RUNCTL
      * that will not open costs the heartbeat, not the monitor.
      *----------------------------------------------------------------
       8300-CHECK-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-FS-RUN-CONTROL = "00"
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE "N" TO WS-RUN-CONTROL-SWITCH
                       SET WS-SHUTDOWN TO TRUE
                       DISPLAY "HELLO MONITOR RUN-CONTROL CLEARED BY "
                           "OPERATOR - SHUTTING DOWN"
                   NOT INVALID KEY
                       PERFORM 8310-EXAMINE-OWN-CLAIM
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "HELLO MONITOR RUNCTL NOT AVAILABLE, STATUS "
                   WS-FS-RUN-CONTROL " - HEARTBEAT NOT REFRESHED"
           END-IF.

       8310-EXAMINE-OWN-CLAIM.
           EVALUATE TRUE
               WHEN CT-HOLDER-JOB NOT = WS-JOB-NAME
                   OR CT-CLAIM-DATE NOT = WS-CLAIM-DATE
                   OR CT-CLAIM-TIME NOT = WS-CLAIM-TIME
                   MOVE "N" TO WS-RUN-CONTROL-SWITCH
                   SET WS-SHUTDOWN TO TRUE
                   DISPLAY "HELLO MONITOR RUN-CONTROL NOW HELD BY JOB "
                       CT-HOLDER-JOB " - SHUTTING DOWN"
               WHEN CT-YIELD-REQUESTED
                   SET WS-SHUTDOWN TO TRUE
                   DISPLAY "HELLO MONITOR YIELDING TO " CT-YIELD-JOB
               WHEN OTHER
                   ACCEPT CT-HEARTBEAT-DATE FROM DATE YYYYMMDD
                   ACCEPT CT-HEARTBEAT-TIME FROM TIME
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-EVALUATE.

       3600-CLEAR-CHECKPOINT.
           IF WS-RECORD-NUMBER > 0
               PERFORM 7000-WRITE-CHECKPOINT
           ELSE
               MOVE GREETING-REQUEST-RECORD TO SU-REQUEST-DETAIL
           END-IF
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT.

       5000-WRITE-AUDIT-RECORD.
           IF WS-RECORD-RETURN-CODE > WS-RETURN-CODE
           CLOSE RECIPIENT-MASTER
           CLOSE GREETING-HISTORY-FILE
           CLOSE CHECKPOINT-FILE
           IF NOT WS-PARTITION-MODE
               CLOSE CYCLE-STATUS-FILE
           END-IF
           CLOSE RECIPIENT-SUPPRESSION-FILE
           IF WS-SUPPRESSION-AVAILABLE
               CLOSE SUPPRESSION-LOG-FILE
           END-IF.

       9900-RECORD-RUN-END.
           IF WS-LEDGER-AVAILABLE
               OPEN I-O RUN-LEDGER-FILE
               IF WS-FS-RUN-LEDGER = "00"
                   MOVE WS-LEDGER-KEY TO LG-RUN-KEY
                   READ RUN-LEDGER-FILE
                       INVALID KEY
                           DISPLAY "HELLO RUNLEDGR ROW NOT FOUND AT "
                               "END OF RUN"
                       NOT INVALID KEY
                           SET LG-STATUS-ENDED TO TRUE
                           ACCEPT LG-END-DATE FROM DATE YYYYMMDD
                           ACCEPT LG-END-TIME FROM TIME
                           MOVE WS-REQUESTS-READ TO LG-RECORDS-READ
                           MOVE WS-DETAIL-COUNT TO LG-RECORDS-WRITTEN
                           MOVE WS-SUSPENSE-COUNT
                               TO LG-RECORDS-REJECTED
                           MOVE WS-CYCLE-NUMBER TO LG-CYCLE-NUMBER
                           MOVE WS-POLL-COUNT TO LG-POLL-COUNT
                           MOVE WS-IDLE-POLL-COUNT TO LG-IDLE-POLLS
                           MOVE WS-RETURN-CODE TO LG-RETURN-CODE
                           REWRITE RUN-LEDGER-RECORD
                               INVALID KEY
                                   DISPLAY "HELLO RUNLEDGR REWRITE "
                                       "FAILED, STATUS "
                                       WS-FS-RUN-LEDGER
                           END-REWRITE
                   END-READ
                   CLOSE RUN-LEDGER-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 9800 - release the run-control lock once every production
      * file is closed, but only if the row on file is still this
      * run's claim: an operator may have cleared it (HELLOLCK) and
      * another run claimed it since. A partition run leaves the
      * shared claim for HELLOMRG and only refreshes its heartbeat.
      *----------------------------------------------------------------
       9800-RELEASE-RUN-CONTROL.
           IF WS-RUN-CONTROL-HELD
               OPEN I-O RUN-CONTROL-FILE
               IF WS-FS-RUN-CONTROL = "00"
                   MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "HELLO RUN-CONTROL "
                               "ALREADY CLEARED"
                       NOT INVALID KEY
                           IF WS-RUN-CONTROL-SHARED
                               PERFORM 9820-REFRESH-SHARED-CLAIM
                           ELSE
                               PERFORM 9810-DELETE-OWN-CLAIM
                           END-IF
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               ELSE
                   DISPLAY "HELLO RUNCTL NOT OPENED TO RELEASE, "
                       "STATUS " WS-FS-RUN-CONTROL
                       " - CLEAR THE LOCK WITH HELLOLCK"
               END-IF
           END-IF.

       9810-DELETE-OWN-CLAIM.
           IF CT-HOLDER-JOB = WS-JOB-NAME
               AND CT-CLAIM-DATE = WS-CLAIM-DATE
               AND CT-CLAIM-TIME = WS-CLAIM-TIME
               DELETE RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "HELLO RUN-CONTROL RELEASE FAILED, "
                           "STATUS " WS-FS-RUN-CONTROL
               END-DELETE
           ELSE
               DISPLAY "HELLO RUN-CONTROL NOW HELD BY JOB "
                   CT-HOLDER-JOB " - LEFT IN PLACE"
           END-IF.

       9820-REFRESH-SHARED-CLAIM.
           IF CT-HELD-PARTITIONED AND CT-HOLDER-JOB = WS-JOB-NAME
               ACCEPT CT-HEARTBEAT-DATE FROM DATE YYYYMMDD
               ACCEPT CT-HEARTBEAT-TIME FROM TIME
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               DISPLAY "HELLO RUN-CONTROL NOW HELD BY JOB "
                   CT-HOLDER-JOB " - LEFT IN PLACE"
           END-IF.
