      * staged in advance, and this program guarantees the versions
      * of a key never overlap and never leave a coverage gap, so
      * HELLO always finds exactly one version in force.
      * Nothing reaches the master on one person's say-so: the run
      * is maker-checker, two passes picked by PARM -
      *   STAGE[,days]    - (the default) edit each GREETTRN
      *                     transaction and park the clean ones on
      *                     PENDAPP (PENDREC) under an item number,
      *                     stamped with the submitting user id;
      *                     the master is only read
      *   APPROVE[,days]  - read GREETAPV (APPRREC), one decision
      *                     per item, under a DIFFERENT user id:
      *                     an approved item is edited again against
      *                     the master as it now stands and applied
      *                     and journalled with submitter and
      *                     approver; a rejected one is closed
      *                     unapplied
      * Either pass first expires items left pending more than
      * "days" (default 7) and ends by listing what still awaits
      * approval.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACTION.
      *----------------------------------------------------------------
      * APPROVAL-FILE (GREETAPV) - the APPROVE pass's input: one
      * approve/reject decision per staged item (see APPRREC).
      *----------------------------------------------------------------
           SELECT APPROVAL-FILE ASSIGN TO "GREETAPV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-APPROVAL.
      *----------------------------------------------------------------
      * PENDING-APPROVAL-FILE (PENDAPP) - staged transactions
      * awaiting a checker's decision, shared with RECPMNT and told
      * apart by PA-SOURCE-CODE (see PENDREC).
      *----------------------------------------------------------------
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PENDING-KEY
               FILE STATUS IS WS-FS-PENDING.
      *----------------------------------------------------------------
      * GREETMRP-FILE - the maintenance report: before/after images
      * for every applied transaction, a reject line with reason code
      * for every rejected one, and control totals, formatted for our
           SELECT JOURNAL-FILE ASSIGN TO "GREETJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.
      *----------------------------------------------------------------
      * RUN-CONTROL-FILE (RUNCTL) - the suite's run-control lock
      * (see RCTLREC), claimed by an APPROVE pass before any other
      * file is opened and released at end of run, so approved
      * items never land in the middle of a HELLO run. A STAGE
      * pass changes no master and does not claim it.
      *----------------------------------------------------------------
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-RESOURCE
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETING-MASTER.
       COPY GREETREC.

      *----------------------------------------------------------------
      * The transaction is read INTO the GMNTREC layout in
      * WORKING-STORAGE: the APPROVE pass loads the same layout from
      * a staged PA-TRANSACTION-IMAGE without GREETTRN being open.
      *----------------------------------------------------------------
       FD  GREETING-TRANSACTION-FILE.
       01  GREETING-TRANSACTION-AREA       PIC X(85).

       FD  APPROVAL-FILE.
       COPY APPRREC.

       FD  PENDING-APPROVAL-FILE.
       COPY PENDREC.

       FD  GREETMRP-FILE.
       01  PRINT-RECORD.
       FD  JOURNAL-FILE.
       COPY JRNLREC.

       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       WORKING-STORAGE SECTION.
       01  WS-FS-GREETING-MASTER           PIC XX.
       01  WS-FS-TRANSACTION               PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-FS-JOURNAL                   PIC XX.
       01  WS-FS-APPROVAL                  PIC XX.
       01  WS-FS-PENDING                   PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-USER-ID                      PIC X(8).
       01  WS-MAX-GREETING-ID              PIC 9(5) VALUE 9999.

      *----------------------------------------------------------------
      * WS-PARM-INPUT - "STAGE" or "APPROVE", optionally followed
      * by ",days": the number of days an item may sit pending
      * before it expires (default 7). A blank PARM is a STAGE run,
      * so the job that used to apply GREETTRN directly now only
      * stages it.
      *----------------------------------------------------------------
       01  WS-PARM-INPUT                   PIC X(80).
       01  WS-MODE-TOKEN                   PIC X(8).
       01  WS-PARM-VALUE-1                 PIC X(8).
       01  WS-RUN-MODE-SWITCH              PIC X VALUE "S".
           88  WS-STAGE-MODE                VALUE "S".
           88  WS-APPROVE-MODE              VALUE "A".
       01  WS-EXPIRY-DAYS                  PIC 9(3) VALUE 7.

      *----------------------------------------------------------------
      * Pending-item work areas: the item number just assigned or
      * being decided, its age for the expiry sweep, and the walk
      * switch the sweep and the still-pending listing share.
      *----------------------------------------------------------------
       01  WS-PENDING-SEQ                  PIC 9(6) VALUE 0.
       01  WS-ITEM-AGE-DAYS                PIC S9(9).
       01  WS-ITEM-AGE-DISPLAY             PIC 9(3).
       01  WS-PENDING-SCAN-DONE-SWITCH     PIC X VALUE "N".
           88  WS-PENDING-SCAN-DONE         VALUE "Y".
       01  WS-REJECT-TEXT                  PIC X(60).

      *----------------------------------------------------------------
      * Transaction validation. WS-REJECT-REASON is 0 while the
      * transaction is still clean; the first failed check sets it
      *   10  version leaves a coverage gap against an adjacent
      *       version - including a DELETE of a version sitting
      *       between two others
      * and, for the approval pass (an item refused here stays
      * pending for a corrected decision; an approved item that
      * fails 01-10 against the master as it now stands is closed
      * status "F" with that reason):
      *   11  approval names no item on PENDAPP
      *   12  item no longer pending (already decided or expired)
      *   13  approver is the user id that submitted the item
      *   14  decision not A (approve) or R (reject)
      *   15  item could not be written to PENDAPP (STAGE)
      *----------------------------------------------------------------
       01  WS-REJECT-REASON                PIC 9(2) VALUE 0.
           88  WS-TRANSACTION-CLEAN         VALUE 0.
           REPLACING ==GREETING-MASTER-RECORD== BY ==WS-AFTER-RECORD==
                     LEADING ==GM-== BY ==AF-==.

       COPY GMNTREC.

      *----------------------------------------------------------------
      * Control totals - staged + rejected (STAGE) or applied +
      * declined + refused (APPROVE) must equal read, proved on the
      * report's total line.
      *----------------------------------------------------------------
       01  WS-TRAN-READ-COUNT              PIC 9(6) VALUE 0.
       01  WS-TRAN-APPLIED-COUNT           PIC 9(6) VALUE 0.
       01  WS-TRAN-REJECTED-COUNT          PIC 9(6) VALUE 0.
       01  WS-TRAN-STAGED-COUNT            PIC 9(6) VALUE 0.
       01  WS-TRAN-DECLINED-COUNT          PIC 9(6) VALUE 0.
       01  WS-TRAN-ACTIONED-COUNT          PIC 9(6) VALUE 0.
       01  WS-ITEMS-EXPIRED-COUNT          PIC 9(6) VALUE 0.
       01  WS-ITEMS-PENDING-COUNT          PIC 9(6) VALUE 0.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-COMMENT                  PIC X(72).

      *----------------------------------------------------------------
      * Run-control lock (1800/9800, see RCTLREC). The claim is
      * retried once a minute for LOCKWAIT minutes (ENVAR, default
      * 10, 0 gives up at once) before the run ends RC 028.
      * WS-CLAIM-DATE/TIME identify this run's own row, so the
      * release never deletes a row somebody else has since claimed.
      *----------------------------------------------------------------
       01  WS-FS-RUN-CONTROL               PIC XX.
       01  WS-RUN-CONTROL-SWITCH           PIC X VALUE "N".
           88  WS-RUN-CONTROL-HELD          VALUE "Y".
       01  WS-LOCK-GIVEN-UP-SWITCH         PIC X VALUE "N".
           88  WS-LOCK-GIVEN-UP             VALUE "Y".
       01  WS-LOCK-RESOURCE                PIC X(8) VALUE "HELLO".
       01  WS-LOCK-MODE                    PIC X VALUE "U".
       01  WS-LOCK-WAIT-TOKEN              PIC X(8).
       01  WS-LOCK-WAIT-MINUTES            PIC 9(3) VALUE 10.
       01  WS-LOCK-ATTEMPTS                PIC 9(3) VALUE 0.
       01  WS-LOCK-SLEEP-SECONDS           PIC 9(4) VALUE 60.
       01  WS-CLAIM-DATE                   PIC 9(8) VALUE 0.
       01  WS-CLAIM-TIME                   PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * WS-RETURN-CODE - posted to the special register RETURN-CODE
      * at end of run so the scheduler can hold downstream jobs on a
      * bad maintenance run. Documented values:
      *   000  all transactions staged (STAGE) / every decision
      *        actioned (APPROVE)
      *   004  some transactions rejected or decisions refused, at
      *        least one staged / actioned
      *   008  records were read but every one was rejected or
      *        refused (or the input file was empty)
      *   012  PARM not STAGE[,days] or APPROVE[,days], or no
      *        USERID to stamp the submitter / approver with
      *   024  GREETING-MASTER, GREETTRN (STAGE), GREETAPV,
      *        GREETJRN or RUNCTL (APPROVE), GREETMRP, or PENDAPP
      *        could not be opened
      *   028  APPROVE only: the run-control lock (RUNCTL) was
      *        still held by another run - HELLO producing, as a
      *        rule - after LOCKWAIT minutes; nothing applied,
      *        every item still pending
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-SOME-REJECTED            VALUE 4.
           88  RC-NOTHING-APPLIED          VALUE 8.
           88  RC-BAD-PARAMETER            VALUE 12.
           88  RC-FILE-ERROR               VALUE 24.
           88  RC-LOCK-NOT-OBTAINED        VALUE 28.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-APPROVE-MODE AND NOT RC-BAD-PARAMETER
               PERFORM 1800-CLAIM-RUN-CONTROL
           END-IF
           IF RC-SUCCESS
               PERFORM 2000-OPEN-FILES
               IF NOT RC-FILE-ERROR
                   PERFORM 2100-PRINT-HEADINGS
                   PERFORM 3500-EXPIRE-STALE-ITEMS
                   IF WS-APPROVE-MODE
                       PERFORM 3200-PROCESS-APPROVALS
                           UNTIL WS-END-OF-INPUT
                   ELSE
                       PERFORM 3000-PROCESS-TRANSACTIONS
                           UNTIL WS-END-OF-INPUT
                   END-IF
                   PERFORM 6800-PRINT-PENDING-ITEMS
                   PERFORM 7000-PRINT-CONTROL-TOTALS
                   PERFORM 8000-SET-RETURN-CODE
               END-IF
               PERFORM 9000-CLOSE-FILES
               PERFORM 9800-RELEASE-RUN-CONTROL
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

           DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           DISPLAY "USERID" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
           PERFORM 1100-GET-PARAMETER.

      *----------------------------------------------------------------
      * 1100 - pick the pass and the expiry days off the PARM. Both
      * passes need a user id: it is the submitter on a staged item
      * and the approver on a decision, and the two must differ.
      *----------------------------------------------------------------
       1100-GET-PARAMETER.
           ACCEPT WS-PARM-INPUT FROM COMMAND-LINE
           MOVE SPACES TO WS-MODE-TOKEN
           MOVE SPACES TO WS-PARM-VALUE-1
           IF WS-PARM-INPUT NOT = SPACES AND LOW-VALUES
               UNSTRING WS-PARM-INPUT DELIMITED BY ","
                   INTO WS-MODE-TOKEN WS-PARM-VALUE-1
               END-UNSTRING
           END-IF
           EVALUATE WS-MODE-TOKEN
               WHEN SPACES
               WHEN "STAGE"
                   SET WS-STAGE-MODE TO TRUE
               WHEN "APPROVE"
                   SET WS-APPROVE-MODE TO TRUE
               WHEN OTHER
                   SET RC-BAD-PARAMETER TO TRUE
           END-EVALUATE
           IF NOT RC-BAD-PARAMETER
               AND WS-PARM-VALUE-1 NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-PARM-VALUE-1)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE-1))
                       TO WS-EXPIRY-DAYS
               ELSE
                   SET RC-BAD-PARAMETER TO TRUE
               END-IF
           END-IF
           IF RC-BAD-PARAMETER
               DISPLAY "GREETMNT PARM MUST BE STAGE[,DAYS] OR "
                   "APPROVE[,DAYS]: " FUNCTION TRIM(WS-PARM-INPUT)
           ELSE
               IF WS-USER-ID = SPACES OR LOW-VALUES
                   SET RC-BAD-PARAMETER TO TRUE
                   DISPLAY "GREETMNT NO USERID - SUBMITTER/APPROVER "
                       "CANNOT BE IDENTIFIED"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1800-1830 - claim the run-control lock (RCTLREC) before any
      * production file is opened. A duplicate key on the WRITE
      * means another run holds it: say who, wait a minute, and try
      * again, for up to LOCKWAIT minutes, then end RC 028 without
      * touching anything. RUNCTL itself is not optional - a run
      * that cannot open it cannot show it is alone, and ends RC
      * 024.
      *----------------------------------------------------------------
       1800-CLAIM-RUN-CONTROL.
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
               DISPLAY "GREETMNT RUNCTL COULD NOT BE OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           ELSE
               ACCEPT WS-CLAIM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CLAIM-TIME FROM TIME
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               MOVE "GREETMNT" TO CT-HOLDER-PROGRAM
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
                   DISPLAY "GREETMNT RUN-CONTROL HELD BY "
                       CT-HOLDER-PROGRAM " JOB " CT-HOLDER-JOB
                       " SINCE " CT-CLAIM-DATE " " CT-CLAIM-TIME
           END-READ.

       1830-WAIT-FOR-RUN-CONTROL.
           ADD 1 TO WS-LOCK-ATTEMPTS
           IF WS-LOCK-ATTEMPTS > WS-LOCK-WAIT-MINUTES
               SET WS-LOCK-GIVEN-UP TO TRUE
               SET RC-LOCK-NOT-OBTAINED TO TRUE
               DISPLAY "GREETMNT RUN-CONTROL NOT OBTAINED IN "
                   WS-LOCK-WAIT-MINUTES " MINUTES - NOTHING DONE"
           ELSE
               CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECONDS
           END-IF.

      *----------------------------------------------------------------
      * 2000 - a STAGE pass only reads the master (its edits need
      * the versions on file) and never touches the journal; an
      * APPROVE pass updates both and reads decisions instead of
      * transactions.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           IF WS-APPROVE-MODE
               OPEN I-O GREETING-MASTER
           ELSE
               OPEN INPUT GREETING-MASTER
           END-IF
           IF WS-FS-GREETING-MASTER NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           IF WS-APPROVE-MODE
               OPEN INPUT APPROVAL-FILE
               IF WS-FS-APPROVAL NOT = "00"
                   SET RC-FILE-ERROR TO TRUE
               END-IF
               OPEN EXTEND JOURNAL-FILE
               IF WS-FS-JOURNAL NOT = "00"
                   SET RC-FILE-ERROR TO TRUE
               END-IF
           ELSE
               OPEN INPUT GREETING-TRANSACTION-FILE
               IF WS-FS-TRANSACTION NOT = "00"
                   SET RC-FILE-ERROR TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT GREETMRP-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           PERFORM 2200-OPEN-PENDING-FILE.

      *----------------------------------------------------------------
      * Same create-if-fresh dance HELLO uses for its own I-O
      * clusters: a newly DEFINEd, never-loaded PENDAPP fails the
      * plain I-O open, and the first STAGE pass must still load
      * it.
      *----------------------------------------------------------------
       2200-OPEN-PENDING-FILE.
           OPEN I-O PENDING-APPROVAL-FILE
           IF WS-FS-PENDING NOT = "00"
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF
           IF WS-FS-PENDING NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF.

       2100-PRINT-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           IF WS-APPROVE-MODE
               STRING "GREETMNT MAINTENANCE REPORT - APPROVE PASS"
                   " BY " WS-USER-ID " - RUN DATE "
                   WS-SYSTEM-DATE " TIME " WS-SYSTEM-TIME
                   DELIMITED BY SIZE INTO PR-LINE
           ELSE
               STRING "GREETMNT MAINTENANCE REPORT - STAGE PASS"
                   " BY " WS-USER-ID " - RUN DATE "
                   WS-SYSTEM-DATE " TIME " WS-SYSTEM-TIME
                   DELIMITED BY SIZE INTO PR-LINE
           END-IF
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD

       3000-PROCESS-TRANSACTIONS.
           READ GREETING-TRANSACTION-FILE
                   INTO GREETING-TRANSACTION-RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   PERFORM 3100-PROCESS-ONE-TRANSACTION
           END-READ.

      *----------------------------------------------------------------
      * 3100 - STAGE pass: the full set of edits runs now, so the
      * submitter hears about a bad transaction today rather than
      * when the checker gets to it, and only a clean one is
      * parked for approval.
      *----------------------------------------------------------------
       3100-PROCESS-ONE-TRANSACTION.
           PERFORM 4000-VALIDATE-TRANSACTION
           IF WS-TRANSACTION-CLEAN
               PERFORM 5800-STAGE-TRANSACTION
           END-IF
           IF WS-TRANSACTION-CLEAN
               ADD 1 TO WS-TRAN-STAGED-COUNT
               PERFORM 6050-PRINT-STAGED-LINE
           ELSE
               ADD 1 TO WS-TRAN-REJECTED-COUNT
               PERFORM 6100-PRINT-REJECT-LINE
           END-IF.

       3200-PROCESS-APPROVALS.
           READ APPROVAL-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
                   PERFORM 3300-PROCESS-ONE-APPROVAL
           END-READ.

      *----------------------------------------------------------------
      * 3300 - APPROVE pass, one decision. A decision refused by
      * 3310 leaves the item exactly as it was (still pending, to
      * be decided correctly later); a rejection closes it
      * unapplied; an approval re-runs the full edit against the
      * master as it now stands - other items may have been
      * applied since this one was staged - before applying it.
      *----------------------------------------------------------------
       3300-PROCESS-ONE-APPROVAL.
           MOVE 0 TO WS-REJECT-REASON
           MOVE SPACES TO GREETING-TRANSACTION-RECORD
           PERFORM 3310-EDIT-APPROVAL
           IF WS-TRANSACTION-CLEAN
               IF AV-DECISION-REJECT
                   SET PA-STATUS-REJECTED TO TRUE
                   ADD 1 TO WS-TRAN-DECLINED-COUNT
                   PERFORM 6060-PRINT-DECLINED-LINE
               ELSE
                   PERFORM 3350-APPLY-APPROVED-ITEM
               END-IF
               PERFORM 3390-RECORD-DECISION
           ELSE
               ADD 1 TO WS-TRAN-REJECTED-COUNT
               PERFORM 6100-PRINT-REJECT-LINE
           END-IF.

       3310-EDIT-APPROVAL.
           MOVE 0 TO WS-PENDING-SEQ
           IF AV-PENDING-SEQ IS NUMERIC
               MOVE AV-PENDING-SEQ TO WS-PENDING-SEQ
               SET PA-SOURCE-GREETMNT TO TRUE
               MOVE WS-PENDING-SEQ TO PA-PENDING-SEQ
               READ PENDING-APPROVAL-FILE
                   INVALID KEY
                       MOVE 11 TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF PA-STATUS-CONTROL
                           MOVE 11 TO WS-REJECT-REASON
                       ELSE
                           MOVE PA-TRANSACTION-IMAGE
                               TO GREETING-TRANSACTION-RECORD
                       END-IF
               END-READ
           ELSE
               MOVE 11 TO WS-REJECT-REASON
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND NOT AV-DECISION-APPROVE AND NOT AV-DECISION-REJECT
               MOVE 14 TO WS-REJECT-REASON
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND NOT PA-STATUS-PENDING
               MOVE 12 TO WS-REJECT-REASON
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND PA-SUBMIT-USER-ID = WS-USER-ID
               MOVE 13 TO WS-REJECT-REASON
           END-IF.

       3350-APPLY-APPROVED-ITEM.
           PERFORM 4000-VALIDATE-TRANSACTION
           IF WS-TRANSACTION-CLEAN
               PERFORM 5000-APPLY-TRANSACTION
           END-IF
           IF WS-TRANSACTION-CLEAN
               SET PA-STATUS-APPLIED TO TRUE
               ADD 1 TO WS-TRAN-APPLIED-COUNT
               PERFORM 6000-PRINT-APPLIED-LINES
               PERFORM 6300-WRITE-JOURNAL-RECORD
           ELSE
               SET PA-STATUS-FAILED TO TRUE
               ADD 1 TO WS-TRAN-REJECTED-COUNT
               PERFORM 6100-PRINT-REJECT-LINE
           END-IF.

      *----------------------------------------------------------------
      * 3390 - close the item. The master and the journal are
      * already updated by now, so a failed REWRITE here is shouted
      * about rather than undone: the item would still show pending
      * and must not be approved a second time.
      *----------------------------------------------------------------
       3390-RECORD-DECISION.
           MOVE WS-SYSTEM-DATE TO PA-DECISION-DATE
           MOVE WS-SYSTEM-TIME TO PA-DECISION-TIME
           MOVE WS-USER-ID TO PA-DECISION-USER-ID
           MOVE WS-REJECT-REASON TO PA-DECISION-REASON
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "GREETMNT DECISION NOT RECORDED ON PENDAPP "
                       "ITEM " WS-PENDING-SEQ " STATUS " PA-STATUS
                       " - CLOSE IT BEFORE THE NEXT APPROVE PASS"
           END-REWRITE.

      *----------------------------------------------------------------
      * 3500/3510/3520 - the expiry sweep both passes start with:
      * an item still pending more than WS-EXPIRY-DAYS after it was
      * staged is closed status "X" and can no longer be approved -
      * the submitter must stage it again if it is still wanted.
      *----------------------------------------------------------------
       3500-EXPIRE-STALE-ITEMS.
           MOVE "N" TO WS-PENDING-SCAN-DONE-SWITCH
           SET PA-SOURCE-GREETMNT TO TRUE
           MOVE 1 TO PA-PENDING-SEQ
           START PENDING-APPROVAL-FILE KEY >= PA-PENDING-KEY
               INVALID KEY
                   SET WS-PENDING-SCAN-DONE TO TRUE
           END-START
           PERFORM 3510-EXPIRE-ONE-ITEM UNTIL WS-PENDING-SCAN-DONE.

       3510-EXPIRE-ONE-ITEM.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   SET WS-PENDING-SCAN-DONE TO TRUE
               NOT AT END
                   IF NOT PA-SOURCE-GREETMNT
                       SET WS-PENDING-SCAN-DONE TO TRUE
                   ELSE
                       IF PA-STATUS-PENDING
                           PERFORM 3520-CHECK-ITEM-AGE
                       END-IF
                   END-IF
           END-READ.

       3520-CHECK-ITEM-AGE.
           COMPUTE WS-ITEM-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
               - FUNCTION INTEGER-OF-DATE(PA-SUBMIT-DATE)
           IF WS-ITEM-AGE-DAYS > WS-EXPIRY-DAYS
               SET PA-STATUS-EXPIRED TO TRUE
               MOVE WS-SYSTEM-DATE TO PA-DECISION-DATE
               MOVE WS-SYSTEM-TIME TO PA-DECISION-TIME
               MOVE SPACES TO PA-DECISION-USER-ID
               MOVE 0 TO PA-DECISION-REASON
               REWRITE PENDING-APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY "GREETMNT COULD NOT EXPIRE PENDAPP ITEM "
                           PA-PENDING-SEQ
                   NOT INVALID KEY
                       ADD 1 TO WS-ITEMS-EXPIRED-COUNT
                       MOVE PA-PENDING-SEQ TO WS-PENDING-SEQ
                       MOVE PA-TRANSACTION-IMAGE
                           TO GREETING-TRANSACTION-RECORD
                       PERFORM 6070-PRINT-EXPIRED-LINE
               END-REWRITE
           END-IF.

      *----------------------------------------------------------------
      * 4000-VALIDATE-TRANSACTION - every edit the record must pass
      * before it is allowed anywhere near GREETING-MASTER; this is
                   END-DELETE
           END-READ.

      *----------------------------------------------------------------
      * 5800-5820 - park a clean transaction on PENDAPP under the
      * next item number for this source. The control row is
      * written the first time GREETMNT ever stages anything.
      *----------------------------------------------------------------
       5800-STAGE-TRANSACTION.
           PERFORM 5810-ASSIGN-PENDING-SEQ
           IF WS-TRANSACTION-CLEAN
               PERFORM 5820-WRITE-PENDING-ITEM
           END-IF.

       5810-ASSIGN-PENDING-SEQ.
           SET PA-SOURCE-GREETMNT TO TRUE
           MOVE 0 TO PA-PENDING-SEQ
           READ PENDING-APPROVAL-FILE
               INVALID KEY
                   INITIALIZE PENDING-APPROVAL-RECORD
                   SET PA-SOURCE-GREETMNT TO TRUE
                   MOVE 0 TO PA-PENDING-SEQ
                   SET PA-STATUS-CONTROL TO TRUE
                   MOVE 1 TO PA-LAST-PENDING-SEQ
                   WRITE PENDING-APPROVAL-RECORD
                       INVALID KEY
                           MOVE 15 TO WS-REJECT-REASON
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO PA-LAST-PENDING-SEQ
                   REWRITE PENDING-APPROVAL-RECORD
                       INVALID KEY
                           MOVE 15 TO WS-REJECT-REASON
                   END-REWRITE
           END-READ
           MOVE PA-LAST-PENDING-SEQ TO WS-PENDING-SEQ.

       5820-WRITE-PENDING-ITEM.
           INITIALIZE PENDING-APPROVAL-RECORD
           SET PA-SOURCE-GREETMNT TO TRUE
           MOVE WS-PENDING-SEQ TO PA-PENDING-SEQ
           SET PA-STATUS-PENDING TO TRUE
           MOVE WS-SYSTEM-DATE TO PA-SUBMIT-DATE
           MOVE WS-SYSTEM-TIME TO PA-SUBMIT-TIME
           MOVE WS-JOB-NAME TO PA-SUBMIT-JOB-NAME
           MOVE WS-USER-ID TO PA-SUBMIT-USER-ID
           MOVE GREETING-TRANSACTION-RECORD TO PA-TRANSACTION-IMAGE
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   MOVE 15 TO WS-REJECT-REASON
           END-WRITE.

      *----------------------------------------------------------------
      * 6000/6100 - report lines. An applied CHANGE or DELETE gets a
      * BEFORE line showing the master as it stood, and an applied
                   FUNCTION TRIM(GM-GREETING-TEXT)
                   DELIMITED BY SIZE INTO DL-COMMENT
           END-IF
           PERFORM 6500-WRITE-DETAIL-LINE
           PERFORM 6010-LOAD-ITEM-KEY
           MOVE "APPROVED" TO DL-DISPOSITION
           STRING "ITEM " WS-PENDING-SEQ " SUBMITTED BY "
               PA-SUBMIT-USER-ID " ON " PA-SUBMIT-DATE
               " APPROVED BY " WS-USER-ID
               DELIMITED BY SIZE INTO DL-COMMENT
           PERFORM 6500-WRITE-DETAIL-LINE.

       6010-LOAD-ITEM-KEY.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE GT-ACTION-CODE TO DL-ACTION-CODE
           MOVE GT-GREETING-ID TO DL-GREETING-ID
           MOVE GT-LANGUAGE-CODE TO DL-LANGUAGE-CODE.

      *----------------------------------------------------------------
      * 6050/6060/6070 - the item lines: staged (with what the
      * checker is being asked to approve), rejected by the
      * checker, and expired unapproved.
      *----------------------------------------------------------------
       6050-PRINT-STAGED-LINE.
           PERFORM 6010-LOAD-ITEM-KEY
           MOVE "STAGED" TO DL-DISPOSITION
           IF GT-ACTION-DELETE
               STRING "ITEM " WS-PENDING-SEQ " EFFECTIVE "
                   GT-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO DL-COMMENT
           ELSE
               STRING "ITEM " WS-PENDING-SEQ " "
                   GT-EFFECTIVE-DATE "-" GT-EXPIRY-DATE " "
                   FUNCTION TRIM(GT-GREETING-TEXT)
                   DELIMITED BY SIZE INTO DL-COMMENT
           END-IF
           PERFORM 6500-WRITE-DETAIL-LINE.

       6060-PRINT-DECLINED-LINE.
           PERFORM 6010-LOAD-ITEM-KEY
           MOVE "DECLINED" TO DL-DISPOSITION
           STRING "ITEM " WS-PENDING-SEQ " SUBMITTED BY "
               PA-SUBMIT-USER-ID " ON " PA-SUBMIT-DATE
               " REJECTED BY " WS-USER-ID
               DELIMITED BY SIZE INTO DL-COMMENT
           PERFORM 6500-WRITE-DETAIL-LINE.

       6070-PRINT-EXPIRED-LINE.
           PERFORM 6010-LOAD-ITEM-KEY
           MOVE "EXPIRED" TO DL-DISPOSITION
           STRING "ITEM " WS-PENDING-SEQ " SUBMITTED BY "
               PA-SUBMIT-USER-ID " ON " PA-SUBMIT-DATE
               " UNAPPROVED AFTER " WS-EXPIRY-DAYS " DAYS"
               DELIMITED BY SIZE INTO DL-COMMENT
           PERFORM 6500-WRITE-DETAIL-LINE.

       6100-PRINT-REJECT-LINE.
               WHEN 10
                   MOVE "REASON 10 - RANGE WOULD LEAVE A COVERAGE GAP"
                       TO DL-COMMENT
               WHEN 11
                   MOVE "REASON 11 - NO SUCH ITEM ON PENDAPP"
                       TO DL-COMMENT
               WHEN 12
                   MOVE "REASON 12 - ITEM NO LONGER PENDING"
                       TO DL-COMMENT
               WHEN 13
                   MOVE "REASON 13 - APPROVER IS THE SUBMITTER"
                       TO DL-COMMENT
               WHEN 14
                   MOVE "REASON 14 - DECISION NOT A OR R"
                       TO DL-COMMENT
               WHEN 15
                   MOVE "REASON 15 - COULD NOT BE STAGED ON PENDAPP"
                       TO DL-COMMENT
               WHEN OTHER
                   MOVE "REASON ?? - UNCLASSIFIED REJECTION"
                       TO DL-COMMENT
           END-EVALUATE
           IF WS-APPROVE-MODE
               MOVE DL-COMMENT TO WS-REJECT-TEXT
               MOVE SPACES TO DL-COMMENT
               STRING "ITEM " AV-PENDING-SEQ " " WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO DL-COMMENT
           END-IF
           PERFORM 6500-WRITE-DETAIL-LINE.

       6500-WRITE-DETAIL-LINE.
      * 6300 - the machine-readable twin of the before/after report
      * lines: one journal row per applied transaction, full
      * GREETREC images either side, timestamped and stamped with
      * the job and user that applied it (the approver) and the
      * user who staged it. GREETJRP replays these.
      *----------------------------------------------------------------
       6300-WRITE-JOURNAL-RECORD.
           MOVE WS-SYSTEM-DATE TO JR-RUN-DATE
           MOVE WS-TRAN-GREETING-ID TO JR-GREETING-ID
           MOVE GT-LANGUAGE-CODE TO JR-LANGUAGE-CODE
           MOVE WS-TRAN-EFFECTIVE-DATE TO JR-EFFECTIVE-DATE
           MOVE PA-SUBMIT-USER-ID TO JR-SUBMIT-USER-ID
           MOVE PA-SUBMIT-DATE TO JR-SUBMIT-DATE
           MOVE WS-PENDING-SEQ TO JR-PENDING-SEQ
           IF WS-BEFORE-FOUND
               MOVE "Y" TO JR-BEFORE-PRESENT
               MOVE WS-BEFORE-RECORD TO JR-BEFORE-IMAGE
           END-IF
           WRITE GREETING-JOURNAL-RECORD.

      *----------------------------------------------------------------
      * 6800/6810 - everything of GREETMNT's still awaiting a
      * checker, oldest first, so the approver has the list to
      * work from and nobody is surprised by an expiry.
      *----------------------------------------------------------------
       6800-PRINT-PENDING-ITEMS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "ITEMS AWAITING APPROVAL - EXPIRE WHEN MORE THAN "
               WS-EXPIRY-DAYS " DAYS OLD"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE "N" TO WS-PENDING-SCAN-DONE-SWITCH
           SET PA-SOURCE-GREETMNT TO TRUE
           MOVE 1 TO PA-PENDING-SEQ
           START PENDING-APPROVAL-FILE KEY >= PA-PENDING-KEY
               INVALID KEY
                   SET WS-PENDING-SCAN-DONE TO TRUE
           END-START
           PERFORM 6810-LIST-ONE-PENDING-ITEM
               UNTIL WS-PENDING-SCAN-DONE.

       6810-LIST-ONE-PENDING-ITEM.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   SET WS-PENDING-SCAN-DONE TO TRUE
               NOT AT END
                   IF NOT PA-SOURCE-GREETMNT
                       SET WS-PENDING-SCAN-DONE TO TRUE
                   ELSE
                       IF PA-STATUS-PENDING
                           PERFORM 6820-PRINT-PENDING-LINE
                       END-IF
                   END-IF
           END-READ.

       6820-PRINT-PENDING-LINE.
           ADD 1 TO WS-ITEMS-PENDING-COUNT
           MOVE PA-TRANSACTION-IMAGE TO GREETING-TRANSACTION-RECORD
           COMPUTE WS-ITEM-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
               - FUNCTION INTEGER-OF-DATE(PA-SUBMIT-DATE)
           MOVE WS-ITEM-AGE-DAYS TO WS-ITEM-AGE-DISPLAY
           PERFORM 6010-LOAD-ITEM-KEY
           MOVE "PENDING" TO DL-DISPOSITION
           STRING "ITEM " PA-PENDING-SEQ " SUBMITTED BY "
               PA-SUBMIT-USER-ID " ON " PA-SUBMIT-DATE
               " AGE " WS-ITEM-AGE-DISPLAY " EFFECTIVE "
               GT-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO DL-COMMENT
           PERFORM 6500-WRITE-DETAIL-LINE.

       7000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           IF WS-APPROVE-MODE
               STRING "DECISIONS READ: " WS-TRAN-READ-COUNT
                   "   APPLIED: " WS-TRAN-APPLIED-COUNT
                   "   DECLINED: " WS-TRAN-DECLINED-COUNT
                   "   REFUSED/FAILED: " WS-TRAN-REJECTED-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
           ELSE
               STRING "TRANSACTIONS READ: " WS-TRAN-READ-COUNT
                   "   STAGED: " WS-TRAN-STAGED-COUNT
                   "   REJECTED: " WS-TRAN-REJECTED-COUNT
                   DELIMITED BY SIZE INTO PR-LINE
           END-IF
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "ITEMS EXPIRED THIS RUN: " WS-ITEMS-EXPIRED-COUNT
               "   ITEMS STILL AWAITING APPROVAL: "
               WS-ITEMS-PENDING-COUNT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       8000-SET-RETURN-CODE.
           COMPUTE WS-TRAN-ACTIONED-COUNT = WS-TRAN-STAGED-COUNT
               + WS-TRAN-APPLIED-COUNT + WS-TRAN-DECLINED-COUNT
           EVALUATE TRUE
               WHEN WS-TRAN-ACTIONED-COUNT = 0
                   SET RC-NOTHING-APPLIED TO TRUE
               WHEN WS-TRAN-REJECTED-COUNT > 0
                   SET RC-SOME-REJECTED TO TRUE

       9000-CLOSE-FILES.
           CLOSE GREETING-MASTER
           IF WS-APPROVE-MODE
               CLOSE APPROVAL-FILE
               CLOSE JOURNAL-FILE
           ELSE
               CLOSE GREETING-TRANSACTION-FILE
           END-IF
           CLOSE GREETMRP-FILE
           CLOSE PENDING-APPROVAL-FILE.

      *----------------------------------------------------------------
      * 9800 - release the run-control lock once every production
      * file is closed, but only if the row on file is still this
      * run's claim: an operator may have cleared it (HELLOLCK) and
      * another run claimed it since.
      *----------------------------------------------------------------
       9800-RELEASE-RUN-CONTROL.
           IF WS-RUN-CONTROL-HELD
               OPEN I-O RUN-CONTROL-FILE
               IF WS-FS-RUN-CONTROL = "00"
                   MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "GREETMNT RUN-CONTROL "
                               "ALREADY CLEARED"
                       NOT INVALID KEY
                           PERFORM 9810-DELETE-OWN-CLAIM
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               ELSE
                   DISPLAY "GREETMNT RUNCTL NOT OPENED TO RELEASE, "
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
                       DISPLAY "GREETMNT RUN-CONTROL RELEASE FAILED, "
                           "STATUS " WS-FS-RUN-CONTROL
               END-DELETE
           ELSE
               DISPLAY "GREETMNT RUN-CONTROL NOW HELD BY JOB "
                   CT-HOLDER-JOB " - LEFT IN PLACE"
           END-IF.
