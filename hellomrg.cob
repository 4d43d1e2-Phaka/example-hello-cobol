      * HELLOMRG - merge the partition outputs of a partitioned HELLO
      * night into the one GREETOUT cycle downstream has always
      * received. HELLOSPL deals GREETIN out to n partitions and
      * each runs as its own HELLO step (PARTITION=n), writing its
      * details, audit rows, suspense rows, and suppression-log
      * rows to partition work files instead of the production
      * files. This program proves every partition ran to an
      * acceptable end, and only then builds tonight's cycle: one
      * header, every detail, one trailer, one cycle number drawn
      * from the HELLOCKP "GREETOUT" row exactly as a serial run
      * draws it, and one CYCLSTAT row - so HELLOREC, HELLOBST,
      * HELLOACK, and every consumer see exactly what a serial run
      * would have handed them. The partitions' audit and
      * suppression-log rows are appended to HELLOAUD and SUPPLOG
      * and their suspense rows become the night's one GREETSUS
      * generation.
      * A partition work file holds one header-to-trailer segment
      * per run of the partition (see GOUTREC). A segment with no
      * trailer is a run that abended and was restarted from its
      * checkpoint; its details are merged along with the restart's,
      * exactly as the serial restart concatenation reconciles
      * today. The merge refuses to build anything, RC 032, when a
      * partition never ran, when its last run did not complete,
      * ended above RC 020, or ran again after completing, when a
      * trailer does not prove its segment, or when the work files
      * hold anything that is not a partition segment.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
      * Columns 8-11: Area A (divisions, sections, paragraphs)
      * Columns 12-72: Area B (statements, clauses)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOMRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * PARTITION-OUTPUT-FILE (PARTOUT) - the partitions' GREETOUT
      * work files, concatenated in partition order. Read twice:
      * once to prove every segment, once to build the cycle.
      *----------------------------------------------------------------
           SELECT PARTITION-OUTPUT-FILE ASSIGN TO "PARTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PART-OUTPUT.
      *----------------------------------------------------------------
      * GREETING-OUTPUT-FILE (GREETOUT) - tonight's merged cycle,
      * a new generation, header/trailer per GOUTREC.
      *----------------------------------------------------------------
           SELECT GREETING-OUTPUT-FILE ASSIGN TO "GREETOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GREETOUT.
      *----------------------------------------------------------------
      * PARTITION-AUDIT-FILE (PARTAUD) and HELLO-AUDIT-LOG
      * (HELLOAUD) - the partitions' audit rows, concatenated, are
      * appended to the live log as a serial run would have
      * extended it.
      *----------------------------------------------------------------
           SELECT PARTITION-AUDIT-FILE ASSIGN TO "PARTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PART-AUDIT.
           SELECT HELLO-AUDIT-LOG ASSIGN TO "HELLOAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-LOG.
      *----------------------------------------------------------------
      * PARTITION-SUSPENSE-FILE (PARTSUS) and SUSPENSE-FILE
      * (GREETSUS) - the partitions' suspense rows, concatenated,
      * written as the night's one new GREETSUS generation.
      *----------------------------------------------------------------
           SELECT PARTITION-SUSPENSE-FILE ASSIGN TO "PARTSUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PART-SUSPENSE.
           SELECT SUSPENSE-FILE ASSIGN TO "GREETSUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSE.
      *----------------------------------------------------------------
      * PARTITION-SUPPLOG-FILE (PARTSLG) and SUPPRESSION-LOG-FILE
      * (SUPPLOG) - the partitions' suppression-log rows appended
      * to the daily log. OPTIONAL, as RECPSUP is: a night run
      * without the suppression check has nothing to append.
      *----------------------------------------------------------------
           SELECT OPTIONAL PARTITION-SUPPLOG-FILE ASSIGN TO "PARTSLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PART-SUPPLOG.
           SELECT OPTIONAL SUPPRESSION-LOG-FILE ASSIGN TO "SUPPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUPPRESSION-LOG.
      *----------------------------------------------------------------
      * CHECKPOINT-FILE (HELLOCKP) - only the "GREETOUT" row, the
      * cycle counter, is touched here.
      *----------------------------------------------------------------
           SELECT CHECKPOINT-FILE ASSIGN TO "HELLOCKP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-JOB-ID
               FILE STATUS IS WS-FS-CHECKPOINT.
      *----------------------------------------------------------------
      * CYCLE-STATUS-FILE (CYCLSTAT) - the merged cycle is
      * registered produced ("P") for HELLOACK, as HELLO registers
      * a serial cycle.
      *----------------------------------------------------------------
           SELECT CYCLE-STATUS-FILE ASSIGN TO "CYCLSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-CYCLE-NUMBER
               FILE STATUS IS WS-FS-CYCLE-STATUS.
      *----------------------------------------------------------------
      * MERGERPT-FILE - each partition's runs, details, and verdict,
      * and the merged cycle's totals, formatted for our report
      * distribution (ASA carriage control in byte 1).
      *----------------------------------------------------------------
           SELECT MERGERPT-FILE ASSIGN TO "MERGERPT"
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
      * (see RCTLREC). HELLOSPL claimed it for the night in mode
      * "P"; the merge checks that claim before it opens anything
      * and releases it once the cycle is built. Opened for each
      * access and closed straight after.
      *----------------------------------------------------------------
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-RESOURCE
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-OUTPUT-FILE.
       COPY GOUTREC
           REPLACING ==GREETING-OUTPUT-RECORD==
                     BY ==PARTITION-OUTPUT-RECORD==
                     LEADING ==GO-== BY ==PO-==.

       FD  GREETING-OUTPUT-FILE.
       COPY GOUTREC.

      *----------------------------------------------------------------
      * The partition audit, suspense, and suppression-log rows are
      * copied whole; they are flat areas of the production record
      * lengths.
      *----------------------------------------------------------------
       FD  PARTITION-AUDIT-FILE.
       01  PARTITION-AUDIT-RECORD          PIC X(142).

       FD  HELLO-AUDIT-LOG.
       COPY AUDTREC.

       FD  PARTITION-SUSPENSE-FILE.
       01  PARTITION-SUSPENSE-RECORD       PIC X(55).

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  PARTITION-SUPPLOG-FILE.
       01  PARTITION-SUPPLOG-RECORD        PIC X(114).

       FD  SUPPRESSION-LOG-FILE.
       COPY SLOGREC.

       FD  CHECKPOINT-FILE.
       COPY CHKPREC.

       FD  CYCLE-STATUS-FILE.
       COPY CYCSREC.

       FD  MERGERPT-FILE.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       FD  RUN-LEDGER-FILE.
       COPY RUNLREC.

       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       WORKING-STORAGE SECTION.
       01  WS-FS-PART-OUTPUT               PIC XX.
       01  WS-FS-GREETOUT                  PIC XX.
       01  WS-FS-PART-AUDIT                PIC XX.
       01  WS-FS-AUDIT-LOG                 PIC XX.
       01  WS-FS-PART-SUSPENSE             PIC XX.
       01  WS-FS-SUSPENSE                  PIC XX.
       01  WS-FS-PART-SUPPLOG              PIC XX.
       01  WS-FS-SUPPRESSION-LOG           PIC XX.
       01  WS-FS-CHECKPOINT                PIC XX.
       01  WS-FS-CYCLE-STATUS              PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SUPPLOG-SWITCH               PIC X VALUE "N".
           88  WS-SUPPLOG-TO-COPY           VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-SYSTEM-TIME                  PIC 9(8).
       01  WS-JOB-NAME                     PIC X(8).
       01  WS-USER-ID                      PIC X(8).
       01  WS-GREETOUT-CYCLE-ID            PIC X(8) VALUE "GREETOUT".

      *----------------------------------------------------------------
      * One slot per partition, filled by the proving pass: how
      * many runs (segments) it made, the details they wrote, the
      * last run's restart point and RETURN-CODE, and the verdict.
      * WS-PM-COMPLETE says the partition's latest segment carried
      * a trailer; a further segment after that is a rerun of a
      * partition that had already finished.
      *----------------------------------------------------------------
       01  WS-PARTITION-COUNT              PIC 9 VALUE 0.
       01  WS-PARTITION-TABLE.
           05  WS-PARTITION-ENTRY OCCURS 8.
               10  WS-PM-SEGMENTS          PIC 9(3).
               10  WS-PM-DETAILS           PIC 9(7).
               10  WS-PM-RESTART-RECORD    PIC 9(6).
               10  WS-PM-FINAL-RC          PIC 9(3).
               10  WS-PM-COMPLETE          PIC X.
               10  WS-PM-FAULT             PIC X(40).
       01  WS-PARTITION-INDEX              PIC 9.
       01  WS-WORST-PARTITION-RC           PIC 9(3) VALUE 0.
       01  WS-REFUSED-SWITCH               PIC X VALUE "N".
           88  WS-MERGE-REFUSED             VALUE "Y".

      *----------------------------------------------------------------
      * The segment being proved: its partition, and the count and
      * hash of GO-DATE-STAMP over its details, checked against its
      * trailer exactly as downstream checks a cycle.
      *----------------------------------------------------------------
       01  WS-SEGMENT-SWITCH               PIC X VALUE "N".
           88  WS-IN-SEGMENT                VALUE "Y".
       01  WS-SEGMENT-PARTITION            PIC 9 VALUE 0.
       01  WS-SEGMENT-DETAILS              PIC 9(7) VALUE 0.
       01  WS-SEGMENT-HASH                 PIC 9(12) VALUE 0.
       01  WS-FOREIGN-RECORDS              PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * The merged cycle. WS-NIGHT-RUN-DATE is the run date on the
      * first partition header, so the cycle header carries the
      * date the greetings were produced on, as a serial run's does.
      *----------------------------------------------------------------
       01  WS-CYCLE-NUMBER                 PIC 9(6) VALUE 0.
       01  WS-NIGHT-RUN-DATE               PIC 9(8) VALUE 0.
       01  WS-CYCLE-BUILT-SWITCH           PIC X VALUE "N".
           88  WS-CYCLE-BUILT               VALUE "Y".
       01  WS-PARTITION-DETAILS            PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT                 PIC 9(7) VALUE 0.
       01  WS-HASH-TOTAL                   PIC 9(12) VALUE 0.
       01  WS-AUDIT-ROWS                   PIC 9(7) VALUE 0.
       01  WS-SUSPENSE-ROWS                PIC 9(7) VALUE 0.
       01  WS-SUPPLOG-ROWS                 PIC 9(7) VALUE 0.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-PARTITION                PIC 9.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  DL-CHECKPOINT-ID            PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-SEGMENTS                 PIC ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-DETAILS                  PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-RESTART-RECORD           PIC 9(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-FINAL-RC                 PIC 9(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-VERDICT                  PIC X(40).

      *----------------------------------------------------------------
      * Run ledger (1900/9900). WS-LEDGER-KEY keeps the key of the
      * row written at start for the end-of-run rewrite.
      *----------------------------------------------------------------
       01  WS-FS-RUN-LEDGER                PIC XX.
       01  WS-LEDGER-AVAILABLE-SWITCH      PIC X VALUE "N".
           88  WS-LEDGER-AVAILABLE          VALUE "Y".
       01  WS-LEDGER-KEY                   PIC X(32).

      *----------------------------------------------------------------
      * Run-control lock (1800/9800, see RCTLREC). The merge never
      * claims: the night is already claimed by this job's split.
      * WS-CLAIM-DATE/TIME are the split's claim, so the release
      * never deletes a row somebody else has since claimed.
      *----------------------------------------------------------------
       01  WS-FS-RUN-CONTROL               PIC XX.
       01  WS-RUN-CONTROL-SWITCH           PIC X VALUE "N".
           88  WS-RUN-CONTROL-HELD          VALUE "Y".
       01  WS-LOCK-RESOURCE                PIC X(8) VALUE "HELLO".
       01  WS-CLAIM-DATE                   PIC 9(8) VALUE 0.
       01  WS-CLAIM-TIME                   PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * WS-RETURN-CODE - posted to the special register RETURN-CODE
      * at end of run. Once the cycle is built it carries the worst
      * RETURN-CODE any partition ended with, so the steps after
      * the merge branch on it exactly as they branch on a serial
      * HELLO step. Documented values:
      *   000-020  cycle built; the worst partition RETURN-CODE
      *            (see hello.cob for their meanings)
      *   024  a partition work file, GREETOUT, HELLOAUD, GREETSUS,
      *        SUPPLOG, HELLOCKP, CYCLSTAT, MERGERPT, or RUNCTL
      *        could not be opened - no cycle built
      *   028  RUNCTL is not held in partitioned mode by this job -
      *        no split to merge; nothing done
      *   032  merge refused - a partition is missing, did not
      *        complete, ended above RC 020, or ran again after it
      *        had completed, or the work files do not prove; see
      *        MERGERPT. No cycle built, the lock is left held
      *        while the partitions are put right - and while it
      *        is held HELLOPSJ scratches none of the night's
      *        partition files
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-FILE-ERROR               VALUE 24.
           88  RC-LOCK-NOT-OBTAINED        VALUE 28.
           88  RC-MERGE-REFUSED            VALUE 32.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-RECORD-RUN-START
           PERFORM 1800-CHECK-RUN-CONTROL
           IF WS-RUN-CONTROL-HELD
               PERFORM 2000-OPEN-PROOF-FILES
               IF NOT RC-FILE-ERROR
                   PERFORM 2100-PRINT-HEADINGS
                   PERFORM 3000-PROVE-SEGMENTS UNTIL WS-END-OF-INPUT
                   PERFORM 3900-END-SEGMENT
                   PERFORM 4000-JUDGE-PARTITION
                       VARYING WS-PARTITION-INDEX FROM 1 BY 1
                       UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT
                   CLOSE PARTITION-OUTPUT-FILE
                   IF NOT WS-MERGE-REFUSED
                       PERFORM 5000-BUILD-CYCLE
                   END-IF
                   PERFORM 7000-PRINT-MERGE-REPORT
               END-IF
               PERFORM 9000-CLOSE-REPORT
               IF WS-CYCLE-BUILT
                   PERFORM 9800-RELEASE-RUN-CONTROL
               END-IF
           END-IF
           PERFORM 9900-RECORD-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE WS-SYSTEM-DATE TO WS-NIGHT-RUN-DATE
           DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           DISPLAY "USERID" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
           PERFORM 1010-CLEAR-PARTITION-ENTRY
               VARYING WS-PARTITION-INDEX FROM 1 BY 1
               UNTIL WS-PARTITION-INDEX > 8.

       1010-CLEAR-PARTITION-ENTRY.
           MOVE 0 TO WS-PM-SEGMENTS(WS-PARTITION-INDEX)
           MOVE 0 TO WS-PM-DETAILS(WS-PARTITION-INDEX)
           MOVE 0 TO WS-PM-RESTART-RECORD(WS-PARTITION-INDEX)
           MOVE 0 TO WS-PM-FINAL-RC(WS-PARTITION-INDEX)
           MOVE "N" TO WS-PM-COMPLETE(WS-PARTITION-INDEX)
           MOVE SPACES TO WS-PM-FAULT(WS-PARTITION-INDEX).

      *----------------------------------------------------------------
      * 1800 - the night must be claimed in partitioned mode by
      * this job's own split, and the claim says how many
      * partitions there are. Anything else is RC 028 with nothing
      * opened: either no split ran, or somebody else holds the
      * production files.
      *----------------------------------------------------------------
       1800-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-FS-RUN-CONTROL NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOMRG RUNCTL COULD NOT BE OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           ELSE
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       SET RC-LOCK-NOT-OBTAINED TO TRUE
                       DISPLAY "HELLOMRG NO PARTITIONED RUN HOLDS "
                           "RUN-CONTROL - NOTHING TO MERGE"
                   NOT INVALID KEY
                       PERFORM 1810-CHECK-PARTITIONED-CLAIM
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1810-CHECK-PARTITIONED-CLAIM.
           IF CT-HELD-PARTITIONED
               AND CT-HOLDER-JOB = WS-JOB-NAME
               AND CT-PARTITION-COUNT >= 1
               SET WS-RUN-CONTROL-HELD TO TRUE
               MOVE CT-PARTITION-COUNT TO WS-PARTITION-COUNT
               MOVE CT-CLAIM-DATE TO WS-CLAIM-DATE
               MOVE CT-CLAIM-TIME TO WS-CLAIM-TIME
               DISPLAY "HELLOMRG MERGING " WS-PARTITION-COUNT
                   " PARTITIONS SPLIT AT " CT-CLAIM-DATE " "
                   CT-CLAIM-TIME
           ELSE
               SET RC-LOCK-NOT-OBTAINED TO TRUE
               DISPLAY "HELLOMRG RUN-CONTROL HELD BY "
                   CT-HOLDER-PROGRAM " JOB " CT-HOLDER-JOB
                   " MODE " CT-HOLD-MODE " - NOTHING TO MERGE"
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
               MOVE "HELLOMRG" TO LG-PROGRAM-ID
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
               DISPLAY "HELLOMRG RUNLEDGR NOT AVAILABLE - RUN NOT "
                   "RECORDED, STATUS " WS-FS-RUN-LEDGER
           END-IF.

       2000-OPEN-PROOF-FILES.
           OPEN INPUT PARTITION-OUTPUT-FILE
           IF WS-FS-PART-OUTPUT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOMRG PARTOUT COULD NOT BE OPENED, STATUS "
                   WS-FS-PART-OUTPUT
           END-IF
           OPEN OUTPUT MERGERPT-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF.

       2100-PRINT-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOMRG PARTITION MERGE - RUN DATE "
               WS-SYSTEM-DATE "   JOB " WS-JOB-NAME
               "   PARTITIONS " WS-PARTITION-COUNT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  PART  CKPT ID   RUNS  DETAILS  RESTART  RC   "
               "VERDICT"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

      *----------------------------------------------------------------
      * 3000-3900 - the proving pass. Every segment must open with
      * a partition header (cycle zero, partition 1 to n); its
      * trailer, when it has one, must name the same partition and
      * prove the segment's count and hash.
      *----------------------------------------------------------------
       3000-PROVE-SEGMENTS.
           READ PARTITION-OUTPUT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PO-TYPE-HEADER
                           PERFORM 3100-START-SEGMENT
                       WHEN PO-TYPE-DETAIL AND WS-IN-SEGMENT
                           ADD 1 TO WS-SEGMENT-DETAILS
                           ADD PO-DATE-STAMP TO WS-SEGMENT-HASH
                       WHEN PO-TYPE-TRAILER AND WS-IN-SEGMENT
                           PERFORM 3200-PROVE-SEGMENT-TRAILER
                       WHEN OTHER
                           ADD 1 TO WS-FOREIGN-RECORDS
                   END-EVALUATE
           END-READ.

       3100-START-SEGMENT.
           PERFORM 3900-END-SEGMENT
           IF PO-HDR-CYCLE-NUMBER NOT = 0
               OR PO-HDR-PARTITION IS NOT NUMERIC
               OR PO-HDR-PARTITION < 1
               OR PO-HDR-PARTITION > WS-PARTITION-COUNT
               ADD 1 TO WS-FOREIGN-RECORDS
           ELSE
               MOVE PO-HDR-PARTITION TO WS-SEGMENT-PARTITION
               SET WS-IN-SEGMENT TO TRUE
               MOVE 0 TO WS-SEGMENT-DETAILS WS-SEGMENT-HASH
               IF WS-PM-SEGMENTS(WS-SEGMENT-PARTITION) = 0
                   AND WS-SEGMENT-PARTITION = 1
                   MOVE PO-HDR-RUN-DATE TO WS-NIGHT-RUN-DATE
               END-IF
               IF WS-PM-COMPLETE(WS-SEGMENT-PARTITION) = "Y"
                   AND WS-PM-FAULT(WS-SEGMENT-PARTITION) = SPACES
                   MOVE "RAN AGAIN AFTER IT HAD COMPLETED"
                       TO WS-PM-FAULT(WS-SEGMENT-PARTITION)
               END-IF
               ADD 1 TO WS-PM-SEGMENTS(WS-SEGMENT-PARTITION)
               MOVE "N" TO WS-PM-COMPLETE(WS-SEGMENT-PARTITION)
               MOVE PO-HDR-RESTART-RECORD
                   TO WS-PM-RESTART-RECORD(WS-SEGMENT-PARTITION)
           END-IF.

       3200-PROVE-SEGMENT-TRAILER.
           IF PO-TRL-PARTITION NOT = WS-SEGMENT-PARTITION
               OR PO-TRL-RECORD-COUNT NOT = WS-SEGMENT-DETAILS
               OR PO-TRL-HASH-TOTAL NOT = WS-SEGMENT-HASH
               IF WS-PM-FAULT(WS-SEGMENT-PARTITION) = SPACES
                   MOVE "A RUN'S TRAILER DOES NOT PROVE ITS DETAILS"
                       TO WS-PM-FAULT(WS-SEGMENT-PARTITION)
               END-IF
           END-IF
           MOVE "Y" TO WS-PM-COMPLETE(WS-SEGMENT-PARTITION)
           MOVE PO-TRL-RETURN-CODE
               TO WS-PM-FINAL-RC(WS-SEGMENT-PARTITION)
           PERFORM 3900-END-SEGMENT.

       3900-END-SEGMENT.
           IF WS-IN-SEGMENT
               ADD WS-SEGMENT-DETAILS
                   TO WS-PM-DETAILS(WS-SEGMENT-PARTITION)
               ADD WS-SEGMENT-DETAILS TO WS-PARTITION-DETAILS
               MOVE "N" TO WS-SEGMENT-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * 4000 - one verdict per partition. A partition whose last
      * run ended at RC 020 or below is good; its worst RC becomes
      * the merge's own. Any other verdict refuses the merge.
      *----------------------------------------------------------------
       4000-JUDGE-PARTITION.
           EVALUATE TRUE
               WHEN WS-PM-SEGMENTS(WS-PARTITION-INDEX) = 0
                   MOVE "MISSING - NO RUN OF THIS PARTITION"
                       TO WS-PM-FAULT(WS-PARTITION-INDEX)
               WHEN WS-PM-FAULT(WS-PARTITION-INDEX) NOT = SPACES
                   CONTINUE
               WHEN WS-PM-COMPLETE(WS-PARTITION-INDEX) NOT = "Y"
                   MOVE "LAST RUN DID NOT COMPLETE - RESTART IT"
                       TO WS-PM-FAULT(WS-PARTITION-INDEX)
               WHEN WS-PM-FINAL-RC(WS-PARTITION-INDEX) > 20
                   MOVE "ENDED ABOVE RC 020"
                       TO WS-PM-FAULT(WS-PARTITION-INDEX)
               WHEN OTHER
                   IF WS-PM-FINAL-RC(WS-PARTITION-INDEX)
                           > WS-WORST-PARTITION-RC
                       MOVE WS-PM-FINAL-RC(WS-PARTITION-INDEX)
                           TO WS-WORST-PARTITION-RC
                   END-IF
           END-EVALUATE
           IF WS-PM-FAULT(WS-PARTITION-INDEX) NOT = SPACES
               SET WS-MERGE-REFUSED TO TRUE
               SET RC-MERGE-REFUSED TO TRUE
           END-IF
           IF WS-PARTITION-INDEX = WS-PARTITION-COUNT
               AND WS-FOREIGN-RECORDS > 0
               SET WS-MERGE-REFUSED TO TRUE
               SET RC-MERGE-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 5000 - every file is opened before the cycle number is
      * drawn, so a file that will not open costs no number.
      *----------------------------------------------------------------
       5000-BUILD-CYCLE.
           PERFORM 5100-OPEN-MERGE-FILES
           IF NOT RC-FILE-ERROR
               PERFORM 5200-DRAW-CYCLE-NUMBER
               PERFORM 5300-WRITE-CYCLE-HEADER
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               PERFORM 5400-COPY-DETAILS UNTIL WS-END-OF-INPUT
               PERFORM 5500-WRITE-CYCLE-TRAILER
               PERFORM 5600-REGISTER-CYCLE-STATUS
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               PERFORM 5700-COPY-AUDIT-ROWS UNTIL WS-END-OF-INPUT
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               PERFORM 5800-COPY-SUSPENSE-ROWS UNTIL WS-END-OF-INPUT
               IF WS-SUPPLOG-TO-COPY
                   MOVE "N" TO WS-END-OF-INPUT-SWITCH
                   PERFORM 5900-COPY-SUPPLOG-ROWS
                       UNTIL WS-END-OF-INPUT
               END-IF
               SET WS-CYCLE-BUILT TO TRUE
               MOVE WS-WORST-PARTITION-RC TO WS-RETURN-CODE
           END-IF
           PERFORM 5950-CLOSE-MERGE-FILES.

       5100-OPEN-MERGE-FILES.
           OPEN INPUT PARTITION-OUTPUT-FILE
           IF WS-FS-PART-OUTPUT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT GREETING-OUTPUT-FILE
           IF WS-FS-GREETOUT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT PARTITION-AUDIT-FILE
           IF WS-FS-PART-AUDIT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN EXTEND HELLO-AUDIT-LOG
           IF WS-FS-AUDIT-LOG NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT PARTITION-SUSPENSE-FILE
           IF WS-FS-PART-SUSPENSE NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-FS-SUSPENSE NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT PARTITION-SUPPLOG-FILE
           IF WS-FS-PART-SUPPLOG = "00"
               SET WS-SUPPLOG-TO-COPY TO TRUE
               OPEN EXTEND SUPPRESSION-LOG-FILE
               IF WS-FS-SUPPRESSION-LOG NOT = "00" AND NOT = "05"
                   SET RC-FILE-ERROR TO TRUE
               END-IF
           END-IF
           OPEN I-O CHECKPOINT-FILE
           IF WS-FS-CHECKPOINT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN I-O CYCLE-STATUS-FILE
           IF WS-FS-CYCLE-STATUS NOT = "00"
               OPEN OUTPUT CYCLE-STATUS-FILE
               CLOSE CYCLE-STATUS-FILE
               OPEN I-O CYCLE-STATUS-FILE
           END-IF
           IF WS-FS-CYCLE-STATUS NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           IF RC-FILE-ERROR
               DISPLAY "HELLOMRG A MERGE FILE COULD NOT BE OPENED - "
                   "NO CYCLE BUILT"
           END-IF.

      *----------------------------------------------------------------
      * 5200 - the one cycle number for the night, drawn from the
      * "GREETOUT" checkpoint row just as HELLO draws it serially.
      *----------------------------------------------------------------
       5200-DRAW-CYCLE-NUMBER.
           MOVE WS-GREETOUT-CYCLE-ID TO CK-JOB-ID
           READ CHECKPOINT-FILE
               INVALID KEY
                   MOVE 1 TO WS-CYCLE-NUMBER
               NOT INVALID KEY
                   ADD 1 CK-LAST-RECORD-NUMBER
                       GIVING WS-CYCLE-NUMBER
           END-READ
           MOVE WS-GREETOUT-CYCLE-ID TO CK-JOB-ID
           MOVE WS-CYCLE-NUMBER TO CK-LAST-RECORD-NUMBER
           MOVE 0 TO CK-LAST-GREETING-ID
           MOVE WS-SYSTEM-DATE TO CK-CHECKPOINT-DATE
           MOVE WS-SYSTEM-TIME TO CK-CHECKPOINT-TIME
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.

       5300-WRITE-CYCLE-HEADER.
           MOVE SPACES TO GREETING-OUTPUT-RECORD
           SET GO-TYPE-HEADER TO TRUE
           MOVE WS-CYCLE-NUMBER TO GO-HDR-CYCLE-NUMBER
           MOVE WS-NIGHT-RUN-DATE TO GO-HDR-RUN-DATE
           MOVE WS-JOB-NAME TO GO-HDR-JOB-NAME
           WRITE GREETING-OUTPUT-RECORD.

       5400-COPY-DETAILS.
           READ PARTITION-OUTPUT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF PO-TYPE-DETAIL
                       WRITE GREETING-OUTPUT-RECORD
                           FROM PARTITION-OUTPUT-RECORD
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD PO-DATE-STAMP TO WS-HASH-TOTAL
                   END-IF
           END-READ.

       5500-WRITE-CYCLE-TRAILER.
           MOVE SPACES TO GREETING-OUTPUT-RECORD
           SET GO-TYPE-TRAILER TO TRUE
           MOVE WS-CYCLE-NUMBER TO GO-TRL-CYCLE-NUMBER
           MOVE WS-DETAIL-COUNT TO GO-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO GO-TRL-HASH-TOTAL
           WRITE GREETING-OUTPUT-RECORD
           DISPLAY "HELLOMRG CYCLE " WS-CYCLE-NUMBER " BUILT WITH "
               WS-DETAIL-COUNT " DETAILS".

      *----------------------------------------------------------------
      * 5600 - register the merged cycle exactly as HELLO's 2750
      * registers a serial one; REWRITE covers a number already on
      * file.
      *----------------------------------------------------------------
       5600-REGISTER-CYCLE-STATUS.
           MOVE WS-CYCLE-NUMBER TO CY-CYCLE-NUMBER
           SET CY-STAT-PRODUCED TO TRUE
           MOVE WS-NIGHT-RUN-DATE TO CY-PRODUCED-DATE
           MOVE WS-JOB-NAME TO CY-PRODUCED-JOB
           MOVE WS-DETAIL-COUNT TO CY-DETAIL-COUNT
           MOVE 0 TO CY-ACK-DATE
           MOVE 0 TO CY-ACK-COUNT
           WRITE CYCLE-STATUS-RECORD
               INVALID KEY
                   REWRITE CYCLE-STATUS-RECORD
           END-WRITE.

       5700-COPY-AUDIT-ROWS.
           READ PARTITION-AUDIT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   WRITE AUDIT-LOG-RECORD FROM PARTITION-AUDIT-RECORD
                   ADD 1 TO WS-AUDIT-ROWS
           END-READ.

       5800-COPY-SUSPENSE-ROWS.
           READ PARTITION-SUSPENSE-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   WRITE SUSPENSE-RECORD FROM PARTITION-SUSPENSE-RECORD
                   ADD 1 TO WS-SUSPENSE-ROWS
           END-READ.

       5900-COPY-SUPPLOG-ROWS.
           READ PARTITION-SUPPLOG-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   WRITE SUPPRESSION-LOG-RECORD
                       FROM PARTITION-SUPPLOG-RECORD
                   ADD 1 TO WS-SUPPLOG-ROWS
           END-READ.

       5950-CLOSE-MERGE-FILES.
           CLOSE PARTITION-OUTPUT-FILE
           CLOSE GREETING-OUTPUT-FILE
           CLOSE PARTITION-AUDIT-FILE
           CLOSE HELLO-AUDIT-LOG
           CLOSE PARTITION-SUSPENSE-FILE
           CLOSE SUSPENSE-FILE
           IF WS-SUPPLOG-TO-COPY
               CLOSE SUPPRESSION-LOG-FILE
           END-IF
           CLOSE PARTITION-SUPPLOG-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE CYCLE-STATUS-FILE.

       7000-PRINT-MERGE-REPORT.
           PERFORM 7100-PRINT-ONE-PARTITION
               VARYING WS-PARTITION-INDEX FROM 1 BY 1
               UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT

           IF WS-FOREIGN-RECORDS > 0
               MOVE SPACES TO PRINT-RECORD
               MOVE "0" TO PR-CARRIAGE-CONTROL
               STRING "RECORDS OUTSIDE ANY PARTITION SEGMENT: "
                   WS-FOREIGN-RECORDS
                   " - THE WORK FILES HOLD SOMETHING ELSE"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF

           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           IF WS-CYCLE-BUILT
               STRING "CYCLE " WS-CYCLE-NUMBER " BUILT - DETAILS: "
                   WS-DETAIL-COUNT "   AUDIT ROWS: " WS-AUDIT-ROWS
                   "   GREETSUS ROWS: " WS-SUSPENSE-ROWS
                   "   SUPPLOG ROWS: " WS-SUPPLOG-ROWS
                   "   RC: " WS-RETURN-CODE
                   DELIMITED BY SIZE INTO PR-LINE
           ELSE
               STRING "NO CYCLE BUILT - PARTITION DETAILS: "
                   WS-PARTITION-DETAILS "   RC: " WS-RETURN-CODE
                   "   RUN-CONTROL LEFT HELD FOR THE PARTITIONS"
                   DELIMITED BY SIZE INTO PR-LINE
           END-IF
           WRITE PRINT-RECORD.

       7100-PRINT-ONE-PARTITION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PARTITION-INDEX TO DL-PARTITION
           MOVE WS-JOB-NAME TO DL-CHECKPOINT-ID
           MOVE WS-PARTITION-INDEX TO DL-CHECKPOINT-ID(8:1)
           MOVE WS-PM-SEGMENTS(WS-PARTITION-INDEX) TO DL-SEGMENTS
           MOVE WS-PM-DETAILS(WS-PARTITION-INDEX) TO DL-DETAILS
           MOVE WS-PM-RESTART-RECORD(WS-PARTITION-INDEX)
               TO DL-RESTART-RECORD
           MOVE WS-PM-FINAL-RC(WS-PARTITION-INDEX) TO DL-FINAL-RC
           IF WS-PM-FAULT(WS-PARTITION-INDEX) = SPACES
               MOVE "OK" TO DL-VERDICT
           ELSE
               MOVE WS-PM-FAULT(WS-PARTITION-INDEX) TO DL-VERDICT
           END-IF
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD.

       9000-CLOSE-REPORT.
           CLOSE MERGERPT-FILE.

      *----------------------------------------------------------------
      * 9800 - release the night's run-control lock once the cycle
      * is built, but only if the row on file is still the split's
      * claim: an operator may have cleared it (HELLOLCK) and
      * another run claimed it since.
      *----------------------------------------------------------------
       9800-RELEASE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-FS-RUN-CONTROL = "00"
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "HELLOMRG RUN-CONTROL "
                           "ALREADY CLEARED"
                   NOT INVALID KEY
                       PERFORM 9810-DELETE-NIGHT-CLAIM
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "HELLOMRG RUNCTL NOT OPENED TO RELEASE, "
                   "STATUS " WS-FS-RUN-CONTROL
                   " - CLEAR THE LOCK WITH HELLOLCK"
           END-IF.

       9810-DELETE-NIGHT-CLAIM.
           IF CT-HELD-PARTITIONED
               AND CT-HOLDER-JOB = WS-JOB-NAME
               AND CT-CLAIM-DATE = WS-CLAIM-DATE
               AND CT-CLAIM-TIME = WS-CLAIM-TIME
               DELETE RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "HELLOMRG RUN-CONTROL RELEASE FAILED, "
                           "STATUS " WS-FS-RUN-CONTROL
               END-DELETE
           ELSE
               DISPLAY "HELLOMRG RUN-CONTROL NOW HELD BY JOB "
                   CT-HOLDER-JOB " - LEFT IN PLACE"
           END-IF.

       9900-RECORD-RUN-END.
           IF WS-LEDGER-AVAILABLE
               OPEN I-O RUN-LEDGER-FILE
               IF WS-FS-RUN-LEDGER = "00"
                   MOVE WS-LEDGER-KEY TO LG-RUN-KEY
                   READ RUN-LEDGER-FILE
                       INVALID KEY
                           DISPLAY "HELLOMRG RUNLEDGR ROW NOT FOUND AT "
                               "END OF RUN"
                       NOT INVALID KEY
                           SET LG-STATUS-ENDED TO TRUE
                           ACCEPT LG-END-DATE FROM DATE YYYYMMDD
                           ACCEPT LG-END-TIME FROM TIME
                           MOVE WS-PARTITION-DETAILS
                               TO LG-RECORDS-READ
                           MOVE WS-DETAIL-COUNT TO LG-RECORDS-WRITTEN
                           MOVE WS-SUSPENSE-ROWS
                               TO LG-RECORDS-REJECTED
                           MOVE WS-CYCLE-NUMBER TO LG-CYCLE-NUMBER
                           MOVE WS-RETURN-CODE TO LG-RETURN-CODE
                           REWRITE RUN-LEDGER-RECORD
                               INVALID KEY
                                   DISPLAY "HELLOMRG RUNLEDGR REWRITE "
                                       "FAILED, STATUS "
                                       WS-FS-RUN-LEDGER
                           END-REWRITE
                   END-READ
                   CLOSE RUN-LEDGER-FILE
               END-IF
           END-IF.
