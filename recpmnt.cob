      * applied transaction gets before/after images and every
      * rejected one a reason code on the maintenance report, so
      * RECPMST is never hand-edited again.
      * Changes are maker-checker, exactly as GREETMNT's are: a
      * STAGE pass (the default PARM) edits RECPTRN and parks the
      * clean transactions on PENDAPP (PENDREC) under the
      * submitting user id without touching the master; an
      * APPROVE pass, run under a different user id, reads RECPAPV
      * (APPRREC) and applies or rejects each item, the report
      * naming submitter and approver for every change applied.
      * PARM STAGE[,days] or APPROVE[,days]; either pass expires
      * items left pending more than "days" (default 7) and lists
      * what still awaits approval.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACTION.
      *----------------------------------------------------------------
      * APPROVAL-FILE (RECPAPV) - the APPROVE pass's input: one
      * approve/reject decision per staged item (see APPRREC).
      *----------------------------------------------------------------
           SELECT APPROVAL-FILE ASSIGN TO "RECPAPV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-APPROVAL.
      *----------------------------------------------------------------
      * PENDING-APPROVAL-FILE (PENDAPP) - staged transactions
      * awaiting a checker's decision, shared with GREETMNT and
      * told apart by PA-SOURCE-CODE (see PENDREC).
      *----------------------------------------------------------------
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PENDING-KEY
               FILE STATUS IS WS-FS-PENDING.
      *----------------------------------------------------------------
      * RECPMRP-FILE - the maintenance report: before/after images
      * for every applied transaction, a reject line with reason
      * code for every rejected one, and control totals, formatted
           SELECT RECPMRP-FILE ASSIGN TO "RECPMRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.
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
      * The transaction is read INTO the RMNTREC layout in
      * WORKING-STORAGE: the APPROVE pass loads the same layout from
      * a staged PA-TRANSACTION-IMAGE without RECPTRN being open.
      *----------------------------------------------------------------
       FD  RECIPIENT-TRANSACTION-FILE.
       01  RECIPIENT-TRANSACTION-AREA      PIC X(58).

       FD  APPROVAL-FILE.
       COPY APPRREC.

       FD  PENDING-APPROVAL-FILE.
       COPY PENDREC.

       FD  RECPMRP-FILE.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       WORKING-STORAGE SECTION.
       01  WS-FS-RECIPIENT-MASTER          PIC XX.
       01  WS-FS-GREETING-MASTER           PIC XX.
       01  WS-FS-TRANSACTION               PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-FS-APPROVAL                  PIC XX.
       01  WS-FS-PENDING                   PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-SYSTEM-TIME                  PIC 9(8).
       01  WS-JOB-NAME                     PIC X(8).
       01  WS-USER-ID                      PIC X(8).

      *----------------------------------------------------------------
      * WS-PARM-INPUT - "STAGE" or "APPROVE", optionally followed
      * by ",days": the number of days an item may sit pending
      * before it expires (default 7). A blank PARM is a STAGE run,
      * so the job that used to apply RECPTRN directly now only
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
      * Language codes collected off GREETING-MASTER at startup.
      *       contain itself
      *   13  DELETE of a list's last remaining row while the
      *       list code is still a member of another list
      * and, for the approval pass (an item refused here stays
      * pending for a corrected decision; an approved item that
      * fails 01-13 against the master as it now stands is closed
      * status "F" with that reason):
      *   14  approval names no item on PENDAPP
      *   15  item no longer pending (already decided or expired)
      *   16  approver is the user id that submitted the item
      *   17  decision not A (approve) or R (reject)
      *   18  item could not be written to PENDAPP (STAGE)
      *----------------------------------------------------------------
       01  WS-REJECT-REASON                PIC 9(2) VALUE 0.
           88  WS-TRANSACTION-CLEAN         VALUE 0.
       01  WS-TRAN-MEMBER-SEQ              PIC 9(3).

       COPY RMNTREC.

      *----------------------------------------------------------------
      * WS-BEFORE-IMAGE holds the master record as it stood before
      * a CHANGE or DELETE was applied, for the before/after report
           88  WS-OTHER-ROW-FOUND           VALUE "Y".

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
           05  DL-DISPOSITION              PIC X(8).
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
      * at end of run so the scheduler can hold downstream jobs on
      * a bad maintenance run. Documented values:
      *   000  all transactions staged (STAGE) / every decision
      *        actioned (APPROVE)
      *   004  some transactions rejected or decisions refused, at
      *        least one staged / actioned
      *   008  records were read but every one was rejected or
      *        refused (or the input file was empty)
      *   012  PARM not STAGE[,days] or APPROVE[,days], or no
      *        USERID to stamp the submitter / approver with
      *   024  RECPMST, GREETMST, RECPTRN (STAGE), RECPAPV or
      *        RUNCTL (APPROVE), RECPMRP, or PENDAPP could not be
      *        opened
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
                   PERFORM 1500-LOAD-LANGUAGE-TABLE
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

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
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
               DISPLAY "RECPMNT PARM MUST BE STAGE[,DAYS] OR "
                   "APPROVE[,DAYS]: " FUNCTION TRIM(WS-PARM-INPUT)
           ELSE
               IF WS-USER-ID = SPACES OR LOW-VALUES
                   SET RC-BAD-PARAMETER TO TRUE
                   DISPLAY "RECPMNT NO USERID - SUBMITTER/APPROVER "
                       "CANNOT BE IDENTIFIED"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1500/1510 - one sequential pass over GREETING-MASTER to
               SET WS-LANG-FOUND TO TRUE
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
               DISPLAY "RECPMNT RUNCTL COULD NOT BE OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           ELSE
               ACCEPT WS-CLAIM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CLAIM-TIME FROM TIME
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               MOVE "RECPMNT" TO CT-HOLDER-PROGRAM
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
                   DISPLAY "RECPMNT RUN-CONTROL HELD BY "
                       CT-HOLDER-PROGRAM " JOB " CT-HOLDER-JOB
                       " SINCE " CT-CLAIM-DATE " " CT-CLAIM-TIME
           END-READ.

       1830-WAIT-FOR-RUN-CONTROL.
           ADD 1 TO WS-LOCK-ATTEMPTS
           IF WS-LOCK-ATTEMPTS > WS-LOCK-WAIT-MINUTES
               SET WS-LOCK-GIVEN-UP TO TRUE
               SET RC-LOCK-NOT-OBTAINED TO TRUE
               DISPLAY "RECPMNT RUN-CONTROL NOT OBTAINED IN "
                   WS-LOCK-WAIT-MINUTES " MINUTES - NOTHING DONE"
           ELSE
               CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECONDS
           END-IF.

      *----------------------------------------------------------------
      * 2000 - a STAGE pass only reads the master (its edits need
      * the rows on file); an APPROVE pass updates it and reads
      * decisions instead of transactions.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           IF WS-APPROVE-MODE
               OPEN I-O RECIPIENT-MASTER
           ELSE
               OPEN INPUT RECIPIENT-MASTER
           END-IF
           IF WS-FS-RECIPIENT-MASTER NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           IF WS-FS-GREETING-MASTER NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           IF WS-APPROVE-MODE
               OPEN INPUT APPROVAL-FILE
               IF WS-FS-APPROVAL NOT = "00"
                   SET RC-FILE-ERROR TO TRUE
               END-IF
           ELSE
               OPEN INPUT RECIPIENT-TRANSACTION-FILE
               IF WS-FS-TRANSACTION NOT = "00"
                   SET RC-FILE-ERROR TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT RECPMRP-FILE
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
               STRING "RECPMNT MAINTENANCE REPORT - APPROVE PASS"
                   " BY " WS-USER-ID " - RUN DATE "
                   WS-SYSTEM-DATE " TIME " WS-SYSTEM-TIME
                   DELIMITED BY SIZE INTO PR-LINE
           ELSE
               STRING "RECPMNT MAINTENANCE REPORT - STAGE PASS"
                   " BY " WS-USER-ID " - RUN DATE "
                   WS-SYSTEM-DATE " TIME " WS-SYSTEM-TIME
                   DELIMITED BY SIZE INTO PR-LINE
           END-IF
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD

       3000-PROCESS-TRANSACTIONS.
           READ RECIPIENT-TRANSACTION-FILE
                   INTO RECIPIENT-TRANSACTION-RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   PERFORM 3100-PROCESS-ONE-TRANSACTION
           END-READ.

      *----------------------------------------------------------------
      * 3100 - STAGE pass: the edits that need no keyed update run
      * now, so the submitter hears about a bad transaction today
      * rather than when the checker gets to it, and only a clean
      * one is parked for approval. The key-arbitrated checks
      * (duplicate ADD, missing key, delete references) are made
      * by the apply itself, in the APPROVE pass.
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
           MOVE SPACES TO RECIPIENT-TRANSACTION-RECORD
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
               SET PA-SOURCE-RECPMNT TO TRUE
               MOVE WS-PENDING-SEQ TO PA-PENDING-SEQ
               READ PENDING-APPROVAL-FILE
                   INVALID KEY
                       MOVE 14 TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF PA-STATUS-CONTROL
                           MOVE 14 TO WS-REJECT-REASON
                       ELSE
                           MOVE PA-TRANSACTION-IMAGE
                               TO RECIPIENT-TRANSACTION-RECORD
                       END-IF
               END-READ
           ELSE
               MOVE 14 TO WS-REJECT-REASON
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND NOT AV-DECISION-APPROVE AND NOT AV-DECISION-REJECT
               MOVE 17 TO WS-REJECT-REASON
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND NOT PA-STATUS-PENDING
               MOVE 15 TO WS-REJECT-REASON
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND PA-SUBMIT-USER-ID = WS-USER-ID
               MOVE 16 TO WS-REJECT-REASON
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
           ELSE
               SET PA-STATUS-FAILED TO TRUE
               ADD 1 TO WS-TRAN-REJECTED-COUNT
               PERFORM 6100-PRINT-REJECT-LINE
           END-IF.

      *----------------------------------------------------------------
      * 3390 - close the item. The master is already updated by
      * now, so a failed REWRITE here is shouted about rather than
      * undone: the item would still show pending and must not be
      * approved a second time.
      *----------------------------------------------------------------
       3390-RECORD-DECISION.
           MOVE WS-SYSTEM-DATE TO PA-DECISION-DATE
           MOVE WS-SYSTEM-TIME TO PA-DECISION-TIME
           MOVE WS-USER-ID TO PA-DECISION-USER-ID
           MOVE WS-REJECT-REASON TO PA-DECISION-REASON
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "RECPMNT DECISION NOT RECORDED ON PENDAPP "
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
           SET PA-SOURCE-RECPMNT TO TRUE
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
                   IF NOT PA-SOURCE-RECPMNT
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
                       DISPLAY "RECPMNT COULD NOT EXPIRE PENDAPP ITEM "
                           PA-PENDING-SEQ
                   NOT INVALID KEY
                       ADD 1 TO WS-ITEMS-EXPIRED-COUNT
                       MOVE PA-PENDING-SEQ TO WS-PENDING-SEQ
                       MOVE PA-TRANSACTION-IMAGE
                           TO RECIPIENT-TRANSACTION-RECORD
                       PERFORM 6070-PRINT-EXPIRED-LINE
               END-REWRITE
           END-IF.

      *----------------------------------------------------------------
      * 4000-VALIDATE-TRANSACTION - every edit the record must pass
      * before it is allowed anywhere near RECIPIENT-MASTER,
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 5800-5820 - park a clean transaction on PENDAPP under the
      * next item number for this source. The control row is
      * written the first time RECPMNT ever stages anything.
      *----------------------------------------------------------------
       5800-STAGE-TRANSACTION.
           PERFORM 5810-ASSIGN-PENDING-SEQ
           IF WS-TRANSACTION-CLEAN
               PERFORM 5820-WRITE-PENDING-ITEM
           END-IF.

       5810-ASSIGN-PENDING-SEQ.
           SET PA-SOURCE-RECPMNT TO TRUE
           MOVE 0 TO PA-PENDING-SEQ
           READ PENDING-APPROVAL-FILE
               INVALID KEY
                   INITIALIZE PENDING-APPROVAL-RECORD
                   SET PA-SOURCE-RECPMNT TO TRUE
                   MOVE 0 TO PA-PENDING-SEQ
                   SET PA-STATUS-CONTROL TO TRUE
                   MOVE 1 TO PA-LAST-PENDING-SEQ
                   WRITE PENDING-APPROVAL-RECORD
                       INVALID KEY
                           MOVE 18 TO WS-REJECT-REASON
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO PA-LAST-PENDING-SEQ
                   REWRITE PENDING-APPROVAL-RECORD
                       INVALID KEY
                           MOVE 18 TO WS-REJECT-REASON
                   END-REWRITE
           END-READ
           MOVE PA-LAST-PENDING-SEQ TO WS-PENDING-SEQ.

       5820-WRITE-PENDING-ITEM.
           INITIALIZE PENDING-APPROVAL-RECORD
           SET PA-SOURCE-RECPMNT TO TRUE
           MOVE WS-PENDING-SEQ TO PA-PENDING-SEQ
           SET PA-STATUS-PENDING TO TRUE
           MOVE WS-SYSTEM-DATE TO PA-SUBMIT-DATE
           MOVE WS-SYSTEM-TIME TO PA-SUBMIT-TIME
           MOVE WS-JOB-NAME TO PA-SUBMIT-JOB-NAME
           MOVE WS-USER-ID TO PA-SUBMIT-USER-ID
           MOVE RECIPIENT-TRANSACTION-RECORD TO PA-TRANSACTION-IMAGE
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   MOVE 18 TO WS-REJECT-REASON
           END-WRITE.

      *----------------------------------------------------------------
      * 6000/6100 - report lines. An applied CHANGE or DELETE gets
      * a BEFORE line showing the master as it stood, and an
                       DELIMITED BY SIZE INTO DL-COMMENT
               END-IF
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
           MOVE RT-ACTION-CODE TO DL-ACTION-CODE
           MOVE RT-RECORD-TYPE TO DL-RECORD-TYPE
           MOVE RT-ID TO DL-ID
           MOVE RT-MEMBER-SEQ TO DL-MEMBER-SEQ.

      *----------------------------------------------------------------
      * 6050/6060/6070 - the item lines: staged (with what the
      * checker is being asked to approve), rejected by the
      * checker, and expired unapproved.
      *----------------------------------------------------------------
       6050-PRINT-STAGED-LINE.
           PERFORM 6010-LOAD-ITEM-KEY
           MOVE "STAGED" TO DL-DISPOSITION
           EVALUATE TRUE
               WHEN RT-ACTION-DELETE
                   STRING "ITEM " WS-PENDING-SEQ
                       DELIMITED BY SIZE INTO DL-COMMENT
               WHEN RT-TYPE-RECIPIENT
                   STRING "ITEM " WS-PENDING-SEQ " "
                       FUNCTION TRIM(RT-RECIPIENT-NAME)
                       " DEPT " RT-DEPARTMENT-CODE
                       " LANG " RT-LANGUAGE-CODE
                       DELIMITED BY SIZE INTO DL-COMMENT
               WHEN OTHER
                   STRING "ITEM " WS-PENDING-SEQ " MEMBER "
                       RT-MEMBER-ID
                       DELIMITED BY SIZE INTO DL-COMMENT
           END-EVALUATE
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
               WHEN 13
                   MOVE "REASON 13 - LAST ROW OF A LIST STILL IN USE"
                       TO DL-COMMENT
               WHEN 14
                   MOVE "REASON 14 - NO SUCH ITEM ON PENDAPP"
                       TO DL-COMMENT
               WHEN 15
                   MOVE "REASON 15 - ITEM NO LONGER PENDING"
                       TO DL-COMMENT
               WHEN 16
                   MOVE "REASON 16 - APPROVER IS THE SUBMITTER"
                       TO DL-COMMENT
               WHEN 17
                   MOVE "REASON 17 - DECISION NOT A OR R"
                       TO DL-COMMENT
               WHEN 18
                   MOVE "REASON 18 - COULD NOT BE STAGED ON PENDAPP"
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
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD.

      *----------------------------------------------------------------
      * 6800/6810 - everything of RECPMNT's still awaiting a
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
           SET PA-SOURCE-RECPMNT TO TRUE
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
                   IF NOT PA-SOURCE-RECPMNT
                       SET WS-PENDING-SCAN-DONE TO TRUE
                   ELSE
                       IF PA-STATUS-PENDING
                           PERFORM 6820-PRINT-PENDING-LINE
                       END-IF
                   END-IF
           END-READ.

       6820-PRINT-PENDING-LINE.
           ADD 1 TO WS-ITEMS-PENDING-COUNT
           MOVE PA-TRANSACTION-IMAGE TO RECIPIENT-TRANSACTION-RECORD
           COMPUTE WS-ITEM-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
               - FUNCTION INTEGER-OF-DATE(PA-SUBMIT-DATE)
           MOVE WS-ITEM-AGE-DAYS TO WS-ITEM-AGE-DISPLAY
           PERFORM 6010-LOAD-ITEM-KEY
           MOVE "PENDING" TO DL-DISPOSITION
           STRING "ITEM " PA-PENDING-SEQ " SUBMITTED BY "
               PA-SUBMIT-USER-ID " ON " PA-SUBMIT-DATE
               " AGE " WS-ITEM-AGE-DISPLAY
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
           CLOSE RECIPIENT-MASTER
           CLOSE GREETING-MASTER
           IF WS-APPROVE-MODE
               CLOSE APPROVAL-FILE
           ELSE
               CLOSE RECIPIENT-TRANSACTION-FILE
           END-IF
           CLOSE RECPMRP-FILE
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
                           DISPLAY "RECPMNT RUN-CONTROL "
                               "ALREADY CLEARED"
                       NOT INVALID KEY
                           PERFORM 9810-DELETE-OWN-CLAIM
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               ELSE
                   DISPLAY "RECPMNT RUNCTL NOT OPENED TO RELEASE, "
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
                       DISPLAY "RECPMNT RUN-CONTROL RELEASE FAILED, "
                           "STATUS " WS-FS-RUN-CONTROL
               END-DELETE
           ELSE
               DISPLAY "RECPMNT RUN-CONTROL NOW HELD BY JOB "
                   CT-HOLDER-JOB " - LEFT IN PLACE"
           END-IF.
