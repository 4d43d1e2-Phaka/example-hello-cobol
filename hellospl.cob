      * HELLOSPL - split GREETIN into partitions for parallel HELLO.
      * The nightly GREETIN has outgrown the batch window as one
      * serial HELLO step. This program deals its records out to
      * GREETP1-GREETPn (n from the PARM, 1 to 8) so that n HELLO
      * partition steps can run side by side, each with its own
      * checkpoint job id (HELLOJB1-HELLOJBn) and its own restart,
      * and HELLOMRG then puts their output back together as the
      * one GREETOUT cycle downstream has always received.
      * Every record goes whole to one partition, record number and
      * all, and in its original order - a restart inside a
      * partition works exactly as it does on the full file, and a
      * distribution-list request is expanded by exactly one
      * partition, so each member is still greeted once per
      * request. Records go to whichever partition has the least
      * work so far: a plain request weighs one greeting, a list
      * weighs the number of members on its own RECPMST rows (sub
      * lists are not walked - it is a balance, not a count).
      * The split claims the run-control lock (RUNCTL) for the
      * whole partitioned night in mode "P" and leaves it held for
      * the partitions and the merge; only a split that fails
      * gives it back. A fresh split also clears any checkpoint a
      * previous night's partition left behind, so every partition
      * starts from its first record.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
      * Columns 8-11: Area A (divisions, sections, paragraphs)
      * Columns 12-72: Area B (statements, clauses)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOSPL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * GREETING-REQUEST-FILE (GREETIN) - the night's full request
      * file, read only.
      *----------------------------------------------------------------
           SELECT GREETING-REQUEST-FILE ASSIGN TO "GREETIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GREETIN.
      *----------------------------------------------------------------
      * PARTITION-FILE-1 - PARTITION-FILE-8 (GREETP1-GREETP8) - one
      * request file per partition, the GRQSTREC layout unchanged.
      * Only the first n are opened, so the job allocates only the
      * partitions it runs.
      *----------------------------------------------------------------
           SELECT PARTITION-FILE-1 ASSIGN TO "GREETP1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PART-1.
           SELECT PARTITION-FILE-2 ASSIGN TO "GREETP2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PART-2.
           SELECT PARTITION-FILE-3 ASSIGN TO "GREETP3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PART-3.
           SELECT PARTITION-FILE-4 ASSIGN TO "GREETP4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PART-4.
           SELECT PARTITION-FILE-5 ASSIGN TO "GREETP5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PART-5.
           SELECT PARTITION-FILE-6 ASSIGN TO "GREETP6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PART-6.
           SELECT PARTITION-FILE-7 ASSIGN TO "GREETP7"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PART-7.
           SELECT PARTITION-FILE-8 ASSIGN TO "GREETP8"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PART-8.
      *----------------------------------------------------------------
      * RECIPIENT-MASTER (RECPMST) - read only, for the member count
      * that weighs a list request. OPTIONAL: without it every
      * request weighs one.
      *----------------------------------------------------------------
           SELECT OPTIONAL RECIPIENT-MASTER ASSIGN TO "RECPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RECIPIENT-KEY
               FILE STATUS IS WS-FS-RECIPIENT-MASTER.
      *----------------------------------------------------------------
      * CHECKPOINT-FILE (HELLOCKP) - the partitions' checkpoint
      * rows (HELLOJB1-HELLOJB8) are cleared here before a fresh
      * night is dealt out.
      *----------------------------------------------------------------
           SELECT CHECKPOINT-FILE ASSIGN TO "HELLOCKP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-JOB-ID
               FILE STATUS IS WS-FS-CHECKPOINT.
      *----------------------------------------------------------------
      * SPLITRPT-FILE - what went where, formatted for our report
      * distribution (ASA carriage control in byte 1).
      *----------------------------------------------------------------
           SELECT SPLITRPT-FILE ASSIGN TO "SPLITRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

      *----------------------------------------------------------------
      * RUN-LEDGER-FILE (RUNLEDGR) - one row per execution, written
      * as the run starts and completed as it ends (see RUNLREC).
      * OPTIONAL: a job that doesn't allocate it runs unrecorded.
      *----------------------------------------------------------------
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-RUN-KEY
               FILE STATUS IS WS-FS-RUN-LEDGER.
      *----------------------------------------------------------------
      * RUN-CONTROL-FILE (RUNCTL) - the suite's run-control lock
      * (see RCTLREC), claimed before any other file is opened and
      * held on success for the partitions and HELLOMRG. Opened for
      * each access and closed straight after.
      *----------------------------------------------------------------
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-RESOURCE
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETING-REQUEST-FILE.
       COPY GRQSTREC.

      *----------------------------------------------------------------
      * The partition records are flat 45-byte areas; the request
      * just read is moved whole to whichever partition it goes to.
      *----------------------------------------------------------------
       FD  PARTITION-FILE-1.
       01  PARTITION-RECORD-1              PIC X(45).
       FD  PARTITION-FILE-2.
       01  PARTITION-RECORD-2              PIC X(45).
       FD  PARTITION-FILE-3.
       01  PARTITION-RECORD-3              PIC X(45).
       FD  PARTITION-FILE-4.
       01  PARTITION-RECORD-4              PIC X(45).
       FD  PARTITION-FILE-5.
       01  PARTITION-RECORD-5              PIC X(45).
       FD  PARTITION-FILE-6.
       01  PARTITION-RECORD-6              PIC X(45).
       FD  PARTITION-FILE-7.
       01  PARTITION-RECORD-7              PIC X(45).
       FD  PARTITION-FILE-8.
       01  PARTITION-RECORD-8              PIC X(45).

       FD  RECIPIENT-MASTER.
       COPY RECPREC.

       FD  CHECKPOINT-FILE.
       COPY CHKPREC.

       FD  SPLITRPT-FILE.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       FD  RUN-LEDGER-FILE.
       COPY RUNLREC.

       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       WORKING-STORAGE SECTION.
       01  WS-FS-GREETIN                   PIC XX.
       01  WS-FS-PART-1                    PIC XX.
       01  WS-FS-PART-2                    PIC XX.
       01  WS-FS-PART-3                    PIC XX.
       01  WS-FS-PART-4                    PIC XX.
       01  WS-FS-PART-5                    PIC XX.
       01  WS-FS-PART-6                    PIC XX.
       01  WS-FS-PART-7                    PIC XX.
       01  WS-FS-PART-8                    PIC XX.
       01  WS-FS-PART-WORK                 PIC XX.
       01  WS-FS-RECIPIENT-MASTER          PIC XX.
       01  WS-FS-CHECKPOINT                PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-RECIPIENT-MASTER-SWITCH      PIC X VALUE "N".
           88  WS-RECIPIENT-MASTER-OPEN     VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-JOB-NAME                     PIC X(8).
       01  WS-USER-ID                      PIC X(8).

      *----------------------------------------------------------------
      * WS-PARM-INPUT - the number of partitions, 1 to 8, from the
      * EXEC PARM=. It is required; the partition jobs and the
      * merge step's concatenations are cut to match it.
      *----------------------------------------------------------------
       01  WS-PARM-INPUT                   PIC X(80).
       01  WS-MAX-PARTITIONS               PIC 9 VALUE 8.
       01  WS-PARTITION-COUNT              PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * One slot per partition: the work dealt to it so far and
      * the record-number range it received, for the report.
      *----------------------------------------------------------------
       01  WS-PARTITION-TABLE.
           05  WS-PARTITION-ENTRY OCCURS 8.
               10  WS-PT-RECORDS           PIC 9(7).
               10  WS-PT-LISTS             PIC 9(7).
               10  WS-PT-WEIGHT            PIC 9(9).
               10  WS-PT-FIRST-RECORD      PIC 9(6).
               10  WS-PT-LAST-RECORD       PIC 9(6).
       01  WS-PARTITION-INDEX              PIC 9.
       01  WS-TARGET-PARTITION             PIC 9.
       01  WS-REQUEST-WEIGHT               PIC 9(5).
       01  WS-WORK-CHECKPOINT-ID           PIC X(8).

      *----------------------------------------------------------------
      * Control totals - the records written to the partitions must
      * equal the records read, and every write must have come
      * back clean, before the split is good to run.
      *----------------------------------------------------------------
       01  WS-RECORDS-READ                 PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN              PIC 9(7) VALUE 0.
       01  WS-CHECKPOINTS-CLEARED          PIC 9(3) VALUE 0.
       01  WS-WRITE-ERROR-SWITCH           PIC X VALUE "N".
           88  WS-WRITE-ERROR              VALUE "Y".

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-DD-NAME                  PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-CHECKPOINT-ID            PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-RECORDS                  PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-LISTS                    PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-WEIGHT                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-FIRST-RECORD             PIC 9(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-LAST-RECORD              PIC 9(6).

      *----------------------------------------------------------------
      * Run ledger (1900/9900). WS-LEDGER-KEY keeps the key of the
      * row written at start for the end-of-run rewrite.
      *----------------------------------------------------------------
       01  WS-FS-RUN-LEDGER                PIC XX.
       01  WS-LEDGER-AVAILABLE-SWITCH      PIC X VALUE "N".
           88  WS-LEDGER-AVAILABLE          VALUE "Y".
       01  WS-LEDGER-KEY                   PIC X(32).

      *----------------------------------------------------------------
      * Run-control lock (1800/9800, see RCTLREC). The claim is
      * retried once a minute for LOCKWAIT minutes (ENVAR, default
      * 10, 0 gives up at once) before the run ends RC 028.
      * LOCKYIELD=Y (ENVAR) lets it ask monitor mode to yield.
      * WS-CLAIM-DATE/TIME identify this run's own row, so a
      * release never deletes a row somebody else has since claimed.
      *----------------------------------------------------------------
       01  WS-FS-RUN-CONTROL               PIC XX.
       01  WS-RUN-CONTROL-SWITCH           PIC X VALUE "N".
           88  WS-RUN-CONTROL-HELD          VALUE "Y".
       01  WS-LOCK-GIVEN-UP-SWITCH         PIC X VALUE "N".
           88  WS-LOCK-GIVEN-UP             VALUE "Y".
       01  WS-LOCK-RESOURCE                PIC X(8) VALUE "HELLO".
       01  WS-LOCK-MODE                    PIC X VALUE "P".
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
      * at end of run; the partition steps run only on zero.
      * Documented values:
      *   000  every record dealt to a partition, totals balance;
      *        the run-control lock is left held for the night
      *   008  out of balance or a write failed - do NOT run the
      *        partitions; the lock has been released
      *   012  partition-count PARM missing or not 1 to 8
      *   024  GREETIN, a GREETPn DD, HELLOCKP, SPLITRPT, or RUNCTL
      *        could not be opened; the lock has been released
      *   028  the run-control lock (RUNCTL) was still held by
      *        another run after LOCKWAIT minutes - nothing done
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-OUT-OF-BALANCE           VALUE 8.
           88  RC-BAD-PARAMETER            VALUE 12.
           88  RC-FILE-ERROR               VALUE 24.
           88  RC-LOCK-NOT-OBTAINED        VALUE 28.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-RECORD-RUN-START
           IF NOT RC-BAD-PARAMETER
               PERFORM 1800-CLAIM-RUN-CONTROL
           END-IF
           IF WS-RUN-CONTROL-HELD
               PERFORM 2000-OPEN-FILES
               IF NOT RC-FILE-ERROR
                   PERFORM 2100-PRINT-HEADINGS
                   PERFORM 2500-CLEAR-PARTITION-CHECKPOINTS
                       VARYING WS-PARTITION-INDEX FROM 1 BY 1
                       UNTIL WS-PARTITION-INDEX > WS-MAX-PARTITIONS
                   PERFORM 3000-SPLIT-REQUESTS UNTIL WS-END-OF-INPUT
                   PERFORM 7000-PROVE-CONTROL-TOTALS
                   PERFORM 7500-PRINT-PARTITION-MAP
               END-IF
               PERFORM 9000-CLOSE-FILES
               IF NOT RC-SUCCESS
                   PERFORM 9800-RELEASE-RUN-CONTROL
               END-IF
           END-IF
           PERFORM 9900-RECORD-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-PARTITION-TABLE
           DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           DISPLAY "USERID" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
           ACCEPT WS-PARM-INPUT FROM COMMAND-LINE
           IF WS-PARM-INPUT = SPACES OR LOW-VALUES
               SET RC-BAD-PARAMETER TO TRUE
               DISPLAY "HELLOSPL PARTITION-COUNT PARM IS REQUIRED"
           ELSE
               IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-PARM-INPUT)) = 0
                   AND FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-INPUT))
                       >= 1
                   AND FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-INPUT))
                       <= WS-MAX-PARTITIONS
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-INPUT))
                       TO WS-PARTITION-COUNT
                   DISPLAY "HELLOSPL SPLITTING GREETIN INTO "
                       WS-PARTITION-COUNT " PARTITIONS"
               ELSE
                   SET RC-BAD-PARAMETER TO TRUE
                   DISPLAY "HELLOSPL PARTITION-COUNT PARM NOT 1 TO "
                       WS-MAX-PARTITIONS ": "
                       FUNCTION TRIM(WS-PARM-INPUT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1800-1830 - claim the run-control lock (RCTLREC) before any
      * production file is opened, in mode "P" with the partition
      * count, for the whole partitioned night. A duplicate key on
      * the WRITE means another run holds it: say who, wait a
      * minute, and try again, for up to LOCKWAIT minutes, then end
      * RC 028 without touching anything. RUNCTL itself is not
      * optional - a run that cannot open it cannot show it is
      * alone, and ends RC 024. As with the serial batch, when the
      * job sets LOCKYIELD=Y and finds the monitor in possession,
      * it asks it to yield (CT-YIELD-SWITCH) and waits for it to
      * wind down at its next poll.
      *----------------------------------------------------------------
       1800-CLAIM-RUN-CONTROL.
           DISPLAY "LOCKYIELD" UPON ENVIRONMENT-NAME
           ACCEPT WS-LOCK-YIELD-TOKEN FROM ENVIRONMENT-VALUE
           IF WS-LOCK-YIELD-TOKEN = "Y" OR "YES"
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
               DISPLAY "HELLOSPL RUNCTL COULD NOT BE OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           ELSE
               ACCEPT WS-CLAIM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CLAIM-TIME FROM TIME
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               MOVE "HELLOSPL" TO CT-HOLDER-PROGRAM
               MOVE WS-JOB-NAME TO CT-HOLDER-JOB
               MOVE WS-USER-ID TO CT-HOLDER-USER
               MOVE WS-LOCK-MODE TO CT-HOLD-MODE
               MOVE WS-CLAIM-DATE TO CT-CLAIM-DATE CT-HEARTBEAT-DATE
               MOVE WS-CLAIM-TIME TO CT-CLAIM-TIME CT-HEARTBEAT-TIME
               MOVE "N" TO CT-YIELD-SWITCH
               MOVE 0 TO CT-YIELD-DATE CT-YIELD-TIME
               MOVE WS-PARTITION-COUNT TO CT-PARTITION-COUNT
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
                   DISPLAY "HELLOSPL RUN-CONTROL HELD BY "
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
                   DISPLAY "HELLOSPL ASKED MONITOR " CT-HOLDER-JOB
                       " TO YIELD AT ITS NEXT POLL"
           END-REWRITE.

       1830-WAIT-FOR-RUN-CONTROL.
           ADD 1 TO WS-LOCK-ATTEMPTS
           IF WS-LOCK-ATTEMPTS > WS-LOCK-WAIT-MINUTES
               SET WS-LOCK-GIVEN-UP TO TRUE
               SET RC-LOCK-NOT-OBTAINED TO TRUE
               DISPLAY "HELLOSPL RUN-CONTROL NOT OBTAINED IN "
                   WS-LOCK-WAIT-MINUTES " MINUTES - NOTHING DONE"
           ELSE
               CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECONDS
           END-IF.

      *----------------------------------------------------------------
      * 1900/9900 - the run ledger: a row with status "S" as the
      * run starts, rewritten to "E" with its totals and RETURN-CODE
      * as it ends, so a row left at "S" is a run that abended. The
      * ledger is opened for each write and closed straight after,
      * and is never fatal - a ledger that cannot be opened costs
      * the run its row, nothing more.
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
               ACCEPT LG-START-DATE FROM DATE YYYYMMDD
               ACCEPT LG-START-TIME FROM TIME
               MOVE "HELLOSPL" TO LG-PROGRAM-ID
               MOVE WS-JOB-NAME TO LG-JOB-NAME
               MOVE WS-USER-ID TO LG-USER-ID
               SET LG-STATUS-STARTED TO TRUE
               SET LG-MODE-BATCH TO TRUE
               MOVE 0 TO LG-END-DATE LG-END-TIME
               MOVE 0 TO LG-RECORDS-READ LG-RECORDS-WRITTEN
                         LG-RECORDS-REJECTED
               MOVE 0 TO LG-CYCLE-NUMBER LG-RESTART-RECORD
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
               DISPLAY "HELLOSPL RUNLEDGR NOT AVAILABLE - RUN NOT "
                   "RECORDED, STATUS " WS-FS-RUN-LEDGER
           END-IF.

      *----------------------------------------------------------------
      * 2000 - only the n partitions in use are opened; the DDs
      * for the rest need not be allocated.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN INPUT GREETING-REQUEST-FILE
           IF WS-FS-GREETIN NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOSPL GREETIN COULD NOT BE OPENED, STATUS "
                   WS-FS-GREETIN
           END-IF
           PERFORM 2010-OPEN-ONE-PARTITION
               VARYING WS-PARTITION-INDEX FROM 1 BY 1
               UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT
           OPEN INPUT RECIPIENT-MASTER
           IF WS-FS-RECIPIENT-MASTER = "00"
               SET WS-RECIPIENT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "HELLOSPL RECPMST NOT AVAILABLE - EVERY "
                   "REQUEST WEIGHED AS ONE"
           END-IF
           OPEN I-O CHECKPOINT-FILE
           IF WS-FS-CHECKPOINT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOSPL HELLOCKP COULD NOT BE OPENED, STATUS "
                   WS-FS-CHECKPOINT
           END-IF
           OPEN OUTPUT SPLITRPT-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF.

       2010-OPEN-ONE-PARTITION.
           EVALUATE WS-PARTITION-INDEX
               WHEN 1
                   OPEN OUTPUT PARTITION-FILE-1
                   MOVE WS-FS-PART-1 TO WS-FS-PART-WORK
               WHEN 2
                   OPEN OUTPUT PARTITION-FILE-2
                   MOVE WS-FS-PART-2 TO WS-FS-PART-WORK
               WHEN 3
                   OPEN OUTPUT PARTITION-FILE-3
                   MOVE WS-FS-PART-3 TO WS-FS-PART-WORK
               WHEN 4
                   OPEN OUTPUT PARTITION-FILE-4
                   MOVE WS-FS-PART-4 TO WS-FS-PART-WORK
               WHEN 5
                   OPEN OUTPUT PARTITION-FILE-5
                   MOVE WS-FS-PART-5 TO WS-FS-PART-WORK
               WHEN 6
                   OPEN OUTPUT PARTITION-FILE-6
                   MOVE WS-FS-PART-6 TO WS-FS-PART-WORK
               WHEN 7
                   OPEN OUTPUT PARTITION-FILE-7
                   MOVE WS-FS-PART-7 TO WS-FS-PART-WORK
               WHEN 8
                   OPEN OUTPUT PARTITION-FILE-8
                   MOVE WS-FS-PART-8 TO WS-FS-PART-WORK
           END-EVALUATE
           IF WS-FS-PART-WORK NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOSPL GREETP" WS-PARTITION-INDEX
                   " COULD NOT BE OPENED, STATUS " WS-FS-PART-WORK
           END-IF.

       2100-PRINT-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOSPL GREETIN PARTITION SPLIT - RUN DATE "
               WS-SYSTEM-DATE "   JOB " WS-JOB-NAME
               "   PARTITIONS " WS-PARTITION-COUNT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  DDNAME    CKPT ID   RECORDS    LISTS     WEIGHT"
               "  FIRST   LAST"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

      *----------------------------------------------------------------
      * 2500 - a partition's checkpoint row names a record number
      * in last night's split, which means nothing in tonight's.
      * Every partition id is cleared, not only the n in use, so a
      * night run with fewer partitions leaves nothing behind for a
      * later one with more.
      *----------------------------------------------------------------
       2500-CLEAR-PARTITION-CHECKPOINTS.
           MOVE WS-JOB-NAME TO WS-WORK-CHECKPOINT-ID
           MOVE WS-PARTITION-INDEX TO WS-WORK-CHECKPOINT-ID(8:1)
           MOVE WS-WORK-CHECKPOINT-ID TO CK-JOB-ID
           READ CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "HELLOSPL CLEARING CHECKPOINT "
                       WS-WORK-CHECKPOINT-ID " AT RECORD "
                       CK-LAST-RECORD-NUMBER " FROM "
                       CK-CHECKPOINT-DATE
                   DELETE CHECKPOINT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CHECKPOINTS-CLEARED
                   END-DELETE
           END-READ.

       3000-SPLIT-REQUESTS.
           READ GREETING-REQUEST-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 3100-WEIGH-REQUEST
                   PERFORM 3200-CHOOSE-PARTITION
                   PERFORM 4000-WRITE-PARTITION-RECORD
           END-READ.

      *----------------------------------------------------------------
      * 3100 - a list request weighs its own member rows; a list
      * code not on RECPMST (HELLO will suspend it) weighs one.
      *----------------------------------------------------------------
       3100-WEIGH-REQUEST.
           MOVE 1 TO WS-REQUEST-WEIGHT
           IF GR-RECIP-BY-LIST AND WS-RECIPIENT-MASTER-OPEN
               MOVE 0 TO WS-REQUEST-WEIGHT
               SET RM-TYPE-LIST-MEMBER TO TRUE
               MOVE GR-RECIPIENT-ID TO RM-ID
               MOVE 0 TO RM-MEMBER-SEQ
               START RECIPIENT-MASTER KEY >= RM-RECIPIENT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3110-COUNT-LIST-MEMBERS
               END-START
               IF WS-REQUEST-WEIGHT = 0
                   MOVE 1 TO WS-REQUEST-WEIGHT
               END-IF
           END-IF.

       3110-COUNT-LIST-MEMBERS.
           MOVE "00" TO WS-FS-RECIPIENT-MASTER
           PERFORM 3120-READ-LIST-MEMBER
               UNTIL WS-FS-RECIPIENT-MASTER NOT = "00".

       3120-READ-LIST-MEMBER.
           READ RECIPIENT-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-RECIPIENT-MASTER
               NOT AT END
                   IF RM-TYPE-LIST-MEMBER
                       AND RM-ID = GR-RECIPIENT-ID
                       AND WS-REQUEST-WEIGHT < 99999
                       ADD 1 TO WS-REQUEST-WEIGHT
                   ELSE
                       MOVE "10" TO WS-FS-RECIPIENT-MASTER
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 3200 - the least-loaded partition; a tie goes to the lower
      * number, so a file of plain requests is dealt round-robin.
      *----------------------------------------------------------------
       3200-CHOOSE-PARTITION.
           MOVE 1 TO WS-TARGET-PARTITION
           PERFORM 3210-COMPARE-PARTITION
               VARYING WS-PARTITION-INDEX FROM 2 BY 1
               UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT.

       3210-COMPARE-PARTITION.
           IF WS-PT-WEIGHT(WS-PARTITION-INDEX)
                   < WS-PT-WEIGHT(WS-TARGET-PARTITION)
               MOVE WS-PARTITION-INDEX TO WS-TARGET-PARTITION
           END-IF.

       4000-WRITE-PARTITION-RECORD.
           EVALUATE WS-TARGET-PARTITION
               WHEN 1
                   WRITE PARTITION-RECORD-1
                       FROM GREETING-REQUEST-RECORD
                   MOVE WS-FS-PART-1 TO WS-FS-PART-WORK
               WHEN 2
                   WRITE PARTITION-RECORD-2
                       FROM GREETING-REQUEST-RECORD
                   MOVE WS-FS-PART-2 TO WS-FS-PART-WORK
               WHEN 3
                   WRITE PARTITION-RECORD-3
                       FROM GREETING-REQUEST-RECORD
                   MOVE WS-FS-PART-3 TO WS-FS-PART-WORK
               WHEN 4
                   WRITE PARTITION-RECORD-4
                       FROM GREETING-REQUEST-RECORD
                   MOVE WS-FS-PART-4 TO WS-FS-PART-WORK
               WHEN 5
                   WRITE PARTITION-RECORD-5
                       FROM GREETING-REQUEST-RECORD
                   MOVE WS-FS-PART-5 TO WS-FS-PART-WORK
               WHEN 6
                   WRITE PARTITION-RECORD-6
                       FROM GREETING-REQUEST-RECORD
                   MOVE WS-FS-PART-6 TO WS-FS-PART-WORK
               WHEN 7
                   WRITE PARTITION-RECORD-7
                       FROM GREETING-REQUEST-RECORD
                   MOVE WS-FS-PART-7 TO WS-FS-PART-WORK
               WHEN 8
                   WRITE PARTITION-RECORD-8
                       FROM GREETING-REQUEST-RECORD
                   MOVE WS-FS-PART-8 TO WS-FS-PART-WORK
           END-EVALUATE
           IF WS-FS-PART-WORK NOT = "00"
               SET WS-WRITE-ERROR TO TRUE
               DISPLAY "HELLOSPL WRITE TO GREETP" WS-TARGET-PARTITION
                   " FAILED, STATUS " WS-FS-PART-WORK
                   " AT RECORD " GR-RECORD-NUMBER
           ELSE
               ADD 1 TO WS-RECORDS-WRITTEN
               ADD 1 TO WS-PT-RECORDS(WS-TARGET-PARTITION)
               ADD WS-REQUEST-WEIGHT
                   TO WS-PT-WEIGHT(WS-TARGET-PARTITION)
               IF GR-RECIP-BY-LIST
                   ADD 1 TO WS-PT-LISTS(WS-TARGET-PARTITION)
               END-IF
               IF WS-PT-RECORDS(WS-TARGET-PARTITION) = 1
                   MOVE GR-RECORD-NUMBER
                       TO WS-PT-FIRST-RECORD(WS-TARGET-PARTITION)
               END-IF
               MOVE GR-RECORD-NUMBER
                   TO WS-PT-LAST-RECORD(WS-TARGET-PARTITION)
           END-IF.

       7000-PROVE-CONTROL-TOTALS.
           DISPLAY "HELLOSPL RECORDS READ    " WS-RECORDS-READ
           DISPLAY "HELLOSPL RECORDS WRITTEN " WS-RECORDS-WRITTEN
           IF WS-WRITE-ERROR
               OR WS-RECORDS-READ NOT = WS-RECORDS-WRITTEN
               SET RC-OUT-OF-BALANCE TO TRUE
               DISPLAY "HELLOSPL OUT OF BALANCE - DO NOT RUN THE "
                   "PARTITIONS"
           ELSE
               DISPLAY "HELLOSPL TOTALS BALANCE"
           END-IF.

       7500-PRINT-PARTITION-MAP.
           PERFORM 7510-PRINT-ONE-PARTITION
               VARYING WS-PARTITION-INDEX FROM 1 BY 1
               UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT

           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "RECORDS READ: " WS-RECORDS-READ
               "   WRITTEN: " WS-RECORDS-WRITTEN
               "   CHECKPOINTS CLEARED: " WS-CHECKPOINTS-CLEARED
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           IF RC-SUCCESS
               STRING "SPLIT BALANCES - RUN-CONTROL HELD IN MODE P "
                   "FOR THE PARTITIONS AND HELLOMRG"
                   DELIMITED BY SIZE INTO PR-LINE
           ELSE
               STRING "SPLIT OUT OF BALANCE - DO NOT RUN THE "
                   "PARTITIONS"
                   DELIMITED BY SIZE INTO PR-LINE
           END-IF
           WRITE PRINT-RECORD.

       7510-PRINT-ONE-PARTITION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SPACES TO DL-DD-NAME
           STRING "GREETP" WS-PARTITION-INDEX
               DELIMITED BY SIZE INTO DL-DD-NAME
           MOVE WS-JOB-NAME TO DL-CHECKPOINT-ID
           MOVE WS-PARTITION-INDEX TO DL-CHECKPOINT-ID(8:1)
           MOVE WS-PT-RECORDS(WS-PARTITION-INDEX) TO DL-RECORDS
           MOVE WS-PT-LISTS(WS-PARTITION-INDEX) TO DL-LISTS
           MOVE WS-PT-WEIGHT(WS-PARTITION-INDEX) TO DL-WEIGHT
           MOVE WS-PT-FIRST-RECORD(WS-PARTITION-INDEX)
               TO DL-FIRST-RECORD
           MOVE WS-PT-LAST-RECORD(WS-PARTITION-INDEX)
               TO DL-LAST-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD.

       9000-CLOSE-FILES.
           CLOSE GREETING-REQUEST-FILE
           PERFORM 9010-CLOSE-ONE-PARTITION
               VARYING WS-PARTITION-INDEX FROM 1 BY 1
               UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT
           IF WS-RECIPIENT-MASTER-OPEN
               CLOSE RECIPIENT-MASTER
           END-IF
           CLOSE CHECKPOINT-FILE
           CLOSE SPLITRPT-FILE.

       9010-CLOSE-ONE-PARTITION.
           EVALUATE WS-PARTITION-INDEX
               WHEN 1
                   CLOSE PARTITION-FILE-1
               WHEN 2
                   CLOSE PARTITION-FILE-2
               WHEN 3
                   CLOSE PARTITION-FILE-3
               WHEN 4
                   CLOSE PARTITION-FILE-4
               WHEN 5
                   CLOSE PARTITION-FILE-5
               WHEN 6
                   CLOSE PARTITION-FILE-6
               WHEN 7
                   CLOSE PARTITION-FILE-7
               WHEN 8
                   CLOSE PARTITION-FILE-8
           END-EVALUATE.

      *----------------------------------------------------------------
      * 9800 - a split that did not balance gives the lock back so
      * the serial batch or a rerun of the split is not held up; a
      * good split leaves it for the partitions and HELLOMRG. Only
      * this run's own row is ever deleted.
      *----------------------------------------------------------------
       9800-RELEASE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-FS-RUN-CONTROL = "00"
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "HELLOSPL RUN-CONTROL "
                           "ALREADY CLEARED"
                   NOT INVALID KEY
                       PERFORM 9810-DELETE-OWN-CLAIM
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "HELLOSPL RUNCTL NOT OPENED TO RELEASE, "
                   "STATUS " WS-FS-RUN-CONTROL
                   " - CLEAR THE LOCK WITH HELLOLCK"
           END-IF.

       9810-DELETE-OWN-CLAIM.
           IF CT-HOLDER-JOB = WS-JOB-NAME
               AND CT-CLAIM-DATE = WS-CLAIM-DATE
               AND CT-CLAIM-TIME = WS-CLAIM-TIME
               DELETE RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "HELLOSPL RUN-CONTROL RELEASE FAILED, "
                           "STATUS " WS-FS-RUN-CONTROL
                   NOT INVALID KEY
                       DISPLAY "HELLOSPL RUN-CONTROL RELEASED - "
                           "PARTITIONS NOT TO RUN"
               END-DELETE
           ELSE
               DISPLAY "HELLOSPL RUN-CONTROL NOW HELD BY JOB "
                   CT-HOLDER-JOB " - LEFT IN PLACE"
           END-IF.

       9900-RECORD-RUN-END.
           IF WS-LEDGER-AVAILABLE
               OPEN I-O RUN-LEDGER-FILE
               IF WS-FS-RUN-LEDGER = "00"
                   MOVE WS-LEDGER-KEY TO LG-RUN-KEY
                   READ RUN-LEDGER-FILE
                       INVALID KEY
                           DISPLAY "HELLOSPL RUNLEDGR ROW NOT FOUND AT "
                               "END OF RUN"
                       NOT INVALID KEY
                           SET LG-STATUS-ENDED TO TRUE
                           ACCEPT LG-END-DATE FROM DATE YYYYMMDD
                           ACCEPT LG-END-TIME FROM TIME
                           MOVE WS-RECORDS-READ TO LG-RECORDS-READ
                           MOVE WS-RECORDS-WRITTEN
                               TO LG-RECORDS-WRITTEN
                           MOVE WS-RETURN-CODE TO LG-RETURN-CODE
                           REWRITE RUN-LEDGER-RECORD
                               INVALID KEY
                                   DISPLAY "HELLOSPL RUNLEDGR REWRITE "
                                       "FAILED, STATUS "
                                       WS-FS-RUN-LEDGER
                           END-REWRITE
                   END-READ
                   CLOSE RUN-LEDGER-FILE
               END-IF
           END-IF.
