               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RETAINED.

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
       FD  AUDIT-LOG-FILE.
       COPY AUDTREC
           REPLACING ==AUDIT-LOG-RECORD== BY ==RETAINED-RECORD==.

       FD  RUN-LEDGER-FILE.
       COPY RUNLREC.

       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       WORKING-STORAGE SECTION.
       01  WS-FS-AUDIT-LOG                 PIC XX.
       01  WS-FS-ARCHIVE                   PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-JOB-NAME                     PIC X(8).
       01  WS-USER-ID                      PIC X(8).

      *----------------------------------------------------------------
      * WS-PARM-INPUT - retention in days from the EXEC PARM=,
       01  WS-WRITE-ERROR-SWITCH           PIC X VALUE "N".
           88  WS-WRITE-ERROR              VALUE "Y".

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
      * WS-CLAIM-DATE/TIME identify this run's own row, so the
      * release never deletes a row somebody else has since claimed.
      *----------------------------------------------------------------
       01  WS-FS-RUN-CONTROL               PIC XX.
       01  WS-RUN-CONTROL-SWITCH           PIC X VALUE "N".
           88  WS-RUN-CONTROL-HELD          VALUE "Y".
       01  WS-LOCK-GIVEN-UP-SWITCH         PIC X VALUE "N".
           88  WS-LOCK-GIVEN-UP             VALUE "Y".
       01  WS-LOCK-RESOURCE                PIC X(8) VALUE "HELLO".
       01  WS-LOCK-MODE                    PIC X VALUE "A".
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
      * at end of run; the replace step runs only on zero.
      *   008  out of balance or a write failed - do NOT replace
      *        the live log
      *   012  retention PARM supplied but not numeric
      *   024  HELLOAUD, HELLOARC, HELLONEW, or RUNCTL could not
      *        be opened
      *   028  the run-control lock (RUNCTL) was still held by
      *        another run after LOCKWAIT minutes - nothing done,
      *        do NOT replace the live log
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
                   PERFORM 3000-SPLIT-AUDIT-LOG UNTIL WS-END-OF-INPUT
                   PERFORM 7000-PROVE-CONTROL-TOTALS
               END-IF
               PERFORM 9000-CLOSE-FILES
               PERFORM 9800-RELEASE-RUN-CONTROL
           END-IF
           PERFORM 9900-RECORD-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           DISPLAY "USERID" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
           ACCEPT WS-PARM-INPUT FROM COMMAND-LINE
           IF WS-PARM-INPUT NOT = SPACES AND LOW-VALUES
               IF FUNCTION TEST-NUMVAL
                   " AND LATER (" WS-RETENTION-DAYS " DAYS)"
           END-IF.

      *----------------------------------------------------------------
      * 1800-1830 - claim the run-control lock (RCTLREC) before any
      * production file is opened. A duplicate key on the WRITE
      * means another run holds it: say who, wait a minute, and try
      * again, for up to LOCKWAIT minutes, then end RC 028 without
      * touching anything. RUNCTL itself is not optional - a run
      * that cannot open it cannot show it is alone, and ends RC
      * 024. The archive cannot split HELLOAUD while monitor mode
      * is still extending it: when the job sets LOCKYIELD=Y (the
      * nightly jobstream does) and finds the monitor in
      * possession, it asks it to yield (CT-YIELD-SWITCH) and waits
      * for it to wind down at its next poll.
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
               DISPLAY "HELLOARC RUNCTL COULD NOT BE OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           ELSE
               ACCEPT WS-CLAIM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CLAIM-TIME FROM TIME
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               MOVE "HELLOARC" TO CT-HOLDER-PROGRAM
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
                   DISPLAY "HELLOARC RUN-CONTROL HELD BY "
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
                   DISPLAY "HELLOARC ASKED MONITOR " CT-HOLDER-JOB
                       " TO YIELD AT ITS NEXT POLL"
           END-REWRITE.

       1830-WAIT-FOR-RUN-CONTROL.
           ADD 1 TO WS-LOCK-ATTEMPTS
           IF WS-LOCK-ATTEMPTS > WS-LOCK-WAIT-MINUTES
               SET WS-LOCK-GIVEN-UP TO TRUE
               SET RC-LOCK-NOT-OBTAINED TO TRUE
               DISPLAY "HELLOARC RUN-CONTROL NOT OBTAINED IN "
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
               MOVE "HELLOARC" TO LG-PROGRAM-ID
               DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME
               ACCEPT LG-JOB-NAME FROM ENVIRONMENT-VALUE
               DISPLAY "USERID" UPON ENVIRONMENT-NAME
               ACCEPT LG-USER-ID FROM ENVIRONMENT-VALUE
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
               DISPLAY "HELLOARC RUNLEDGR NOT AVAILABLE - RUN NOT "
                   "RECORDED, STATUS " WS-FS-RUN-LEDGER
           END-IF.

       2000-OPEN-FILES.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-FS-AUDIT-LOG NOT = "00"
           CLOSE AUDIT-LOG-FILE
           CLOSE ARCHIVE-FILE
           CLOSE RETAINED-FILE.

       9900-RECORD-RUN-END.
           IF WS-LEDGER-AVAILABLE
               OPEN I-O RUN-LEDGER-FILE
               IF WS-FS-RUN-LEDGER = "00"
                   MOVE WS-LEDGER-KEY TO LG-RUN-KEY
                   READ RUN-LEDGER-FILE
                       INVALID KEY
                           DISPLAY "HELLOARC RUNLEDGR ROW NOT FOUND AT "
                               "END OF RUN"
                       NOT INVALID KEY
                           SET LG-STATUS-ENDED TO TRUE
                           ACCEPT LG-END-DATE FROM DATE YYYYMMDD
                           ACCEPT LG-END-TIME FROM TIME
                           MOVE WS-ROWS-READ TO LG-RECORDS-READ
                           MOVE WS-ROWS-ARCHIVED TO LG-RECORDS-WRITTEN
                           MOVE WS-RETURN-CODE TO LG-RETURN-CODE
                           REWRITE RUN-LEDGER-RECORD
                               INVALID KEY
                                   DISPLAY "HELLOARC RUNLEDGR REWRITE "
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
      * another run claimed it since.
      *----------------------------------------------------------------
       9800-RELEASE-RUN-CONTROL.
           IF WS-RUN-CONTROL-HELD
               OPEN I-O RUN-CONTROL-FILE
               IF WS-FS-RUN-CONTROL = "00"
                   MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "HELLOARC RUN-CONTROL "
                               "ALREADY CLEARED"
                       NOT INVALID KEY
                           PERFORM 9810-DELETE-OWN-CLAIM
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               ELSE
                   DISPLAY "HELLOARC RUNCTL NOT OPENED TO RELEASE, "
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
                       DISPLAY "HELLOARC RUN-CONTROL RELEASE FAILED, "
                           "STATUS " WS-FS-RUN-CONTROL
               END-DELETE
           ELSE
               DISPLAY "HELLOARC RUN-CONTROL NOW HELD BY JOB "
                   CT-HOLDER-JOB " - LEFT IN PLACE"
           END-IF.
