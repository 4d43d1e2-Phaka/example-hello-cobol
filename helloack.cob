      * producing runs wrote (CYCSREC), ages any cycle still
      * unacknowledged past the PARM age, and prints an exception
      * report with a nonzero RETURN-CODE so the jobstream can hold
      * the scratch and page someone before history is lost. The
      * age is counted in the site's business days off the
      * business-day calendar (BUSCAL), so a long weekend gives
      * downstream no fewer working days to acknowledge in.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
           SELECT ACKRPT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.
      *----------------------------------------------------------------
      * BUSINESS-CALENDAR-FILE (BUSCAL) - read only. The site's
      * profile and holidays decide which days count toward the
      * acknowledgment age.
      *----------------------------------------------------------------
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CALENDAR-KEY
               FILE STATUS IS WS-FS-CALENDAR.

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
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       FD  BUSINESS-CALENDAR-FILE.
       COPY CALREC.

       FD  RUN-LEDGER-FILE.
       COPY RUNLREC.

       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       WORKING-STORAGE SECTION.
       01  WS-FS-ACK                       PIC XX.
       01  WS-FS-CYCLE-STATUS              PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-FS-CALENDAR                  PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-JOB-NAME                     PIC X(8).
       01  WS-USER-ID                      PIC X(8).

      *----------------------------------------------------------------
      * WS-PARM-INPUT - the acknowledgment age in business days
      * from the EXEC PARM=, defaulted to 3 when no PARM is
      * supplied. WS-AGE-CUTOFF-DATE is the business day that many
      * business days before the run date at the site; a cycle
      * still status "P" whose produced date is before it is
      * marked aged and reported - well inside the GREETOUT GDG's
      * LIMIT(30), so the chase starts long before SCRATCH can
      * roll the generation off.
      *----------------------------------------------------------------
       01  WS-PARM-INPUT                   PIC X(80).
       01  WS-MAX-ACK-AGE-DAYS             PIC 9(4) VALUE 3.
       01  WS-AGE-CUTOFF-DATE              PIC 9(8).

      *----------------------------------------------------------------
      * The site whose business days are counted - ENVAR SITE,
      * "MAIN" when not set, as HELLOSCH - and the closed weekdays
      * (Monday-Sunday) from its BUSCAL profile.
      *----------------------------------------------------------------
       01  WS-SITE-CODE                    PIC X(4) VALUE "MAIN".
       01  WS-SITE-TOKEN                   PIC X(8).
       01  WS-SITE-CLOSED-WEEKDAYS.
           05  WS-SITE-CLOSED-WEEKDAY      PIC X OCCURS 7.
       01  WS-SITE-PROFILE-SWITCH          PIC X VALUE "N".
           88  WS-SITE-PROFILE-FOUND        VALUE "Y".
       01  WS-BUSINESS-DAYS-COUNTED        PIC 9(4).
       01  WS-CAL-DATE                     PIC 9(8).
       01  WS-CAL-INTEGER-DATE             PIC 9(8).
       01  WS-CAL-INTEGER-QUOT             PIC 9(8).
       01  WS-CAL-DAY-OF-WEEK              PIC 9(1).
       01  WS-BUSINESS-DAY-SWITCH          PIC X VALUE "Y".
           88  WS-BUSINESS-DAY              VALUE "Y".

       01  WS-ACK-CYCLE-NUMBER             PIC 9(6).
       01  WS-ACK-RECORD-COUNT             PIC 9(7).

           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-CONDITION                PIC X(60).

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
       01  WS-LOCK-MODE                    PIC X VALUE "K".
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
      * at end of run so the jobstream can hold the GREETOUT
      *        acknowledgments - work the report with downstream
      *   008  at least one cycle aged unacknowledged - hold the
      *        GREETOUT scratch until it is accounted for
      *   012  age PARM supplied but not numeric, or the site has
      *        no profile on BUSCAL to count business days by
      *   024  ACKIN, CYCLSTAT, ACKRPT, BUSCAL, or RUNCTL could
      *        not be opened
      *   028  the run-control lock (RUNCTL) was still held by
      *        another run after LOCKWAIT minutes - nothing posted
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-CYCLES-AGED              VALUE 8.
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
                   PERFORM 2200-SET-AGE-CUTOFF
               END-IF
               IF NOT RC-FILE-ERROR AND NOT RC-BAD-PARAMETER
                   PERFORM 2100-PRINT-HEADINGS
                   PERFORM 3000-PROCESS-ACKNOWLEDGMENTS
                       UNTIL WS-END-OF-INPUT
                   PERFORM 8000-SET-RETURN-CODE
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
           DISPLAY "SITE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SITE-TOKEN FROM ENVIRONMENT-VALUE
           IF WS-SITE-TOKEN NOT = SPACES AND LOW-VALUES
               MOVE WS-SITE-TOKEN TO WS-SITE-CODE
           END-IF
           ACCEPT WS-PARM-INPUT FROM COMMAND-LINE
           IF WS-PARM-INPUT NOT = SPACES AND LOW-VALUES
               IF FUNCTION TEST-NUMVAL
                   DISPLAY "HELLOACK AGE PARM NOT NUMERIC: "
                       FUNCTION TRIM(WS-PARM-INPUT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1800-1830 - claim the run-control lock (RCTLREC) before any
      * production file is opened. A duplicate key on the WRITE
      * means another run holds it: say who, wait a minute, and try
      * again, for up to LOCKWAIT minutes, then end RC 028 without
      * touching anything. RUNCTL itself is not optional - a run
      * that cannot open it cannot show it is alone, and ends RC
      * 024. HELLOACK posts acknowledgments to CYCLSTAT and ages
      * its rows, which monitor mode HELLO is writing cycle rows
      * to: when the job sets LOCKYIELD=Y and finds the monitor
      * in possession, it asks it to yield (CT-YIELD-SWITCH) and
      * waits for it to wind down at its next poll.
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
               DISPLAY "HELLOACK RUNCTL COULD NOT BE OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           ELSE
               ACCEPT WS-CLAIM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CLAIM-TIME FROM TIME
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               MOVE "HELLOACK" TO CT-HOLDER-PROGRAM
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
                   DISPLAY "HELLOACK RUN-CONTROL HELD BY "
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
                   DISPLAY "HELLOACK ASKED MONITOR " CT-HOLDER-JOB
                       " TO YIELD AT ITS NEXT POLL"
           END-REWRITE.

       1830-WAIT-FOR-RUN-CONTROL.
           ADD 1 TO WS-LOCK-ATTEMPTS
           IF WS-LOCK-ATTEMPTS > WS-LOCK-WAIT-MINUTES
               SET WS-LOCK-GIVEN-UP TO TRUE
               SET RC-LOCK-NOT-OBTAINED TO TRUE
               DISPLAY "HELLOACK RUN-CONTROL NOT OBTAINED IN "
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
               MOVE "HELLOACK" TO LG-PROGRAM-ID
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
               DISPLAY "HELLOACK RUNLEDGR NOT AVAILABLE - RUN NOT "
                   "RECORDED, STATUS " WS-FS-RUN-LEDGER
           END-IF.

       2000-OPEN-FILES.
           OPEN OUTPUT ACKRPT-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-FS-CALENDAR NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF.

       2100-PRINT-HEADINGS.
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOACK CYCLE-STATUS REPORT - RUN DATE "
               WS-SYSTEM-DATE
               "   SITE " WS-SITE-CODE
               "   AGE " WS-MAX-ACK-AGE-DAYS " BUSINESS DAYS"
               "   AGING CYCLES PRODUCED BEFORE " WS-AGE-CUTOFF-DATE
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

      *----------------------------------------------------------------
      * 2200-2220 - the age cutoff: step back from the run date one
      * day at a time, counting only the site's business days (the
      * test HELLOSCH rolls by - a dated "W" row is open, a dated
      * "H" row is closed, any other day is closed when its weekday
      * is flagged on the profile), until the age PARM's worth have
      * been counted. An age of 0 ages everything produced before
      * today. CALMNT never lets a profile close all seven weekdays,
      * so the walk always ends.
      *----------------------------------------------------------------
       2200-SET-AGE-CUTOFF.
           MOVE WS-SITE-CODE TO CL-SITE-CODE
           MOVE 0 TO CL-CALENDAR-DATE
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CL-DAY-PROFILE
                       SET WS-SITE-PROFILE-FOUND TO TRUE
                       MOVE CL-CLOSED-WEEKDAYS
                           TO WS-SITE-CLOSED-WEEKDAYS
                   END-IF
           END-READ
           IF WS-SITE-PROFILE-FOUND
               MOVE FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
                   TO WS-CAL-INTEGER-DATE
               MOVE 0 TO WS-BUSINESS-DAYS-COUNTED
               MOVE WS-SYSTEM-DATE TO WS-AGE-CUTOFF-DATE
               PERFORM 2210-STEP-BACK-ONE-DAY
                   UNTIL WS-BUSINESS-DAYS-COUNTED
                       >= WS-MAX-ACK-AGE-DAYS
               DISPLAY "HELLOACK AGING CYCLES PRODUCED BEFORE "
                   WS-AGE-CUTOFF-DATE " (" WS-MAX-ACK-AGE-DAYS
                   " BUSINESS DAYS AT SITE " WS-SITE-CODE ")"
           ELSE
               SET RC-BAD-PARAMETER TO TRUE
               DISPLAY "HELLOACK SITE " WS-SITE-CODE
                   " HAS NO PROFILE ON BUSCAL - CANNOT COUNT "
                   "BUSINESS DAYS"
           END-IF.

       2210-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CAL-INTEGER-DATE
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER-DATE)
               TO WS-CAL-DATE
           PERFORM 2220-CHECK-BUSINESS-DAY
           IF WS-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAYS-COUNTED
               MOVE WS-CAL-DATE TO WS-AGE-CUTOFF-DATE
           END-IF.

       2220-CHECK-BUSINESS-DAY.
           SET WS-BUSINESS-DAY TO TRUE
           DIVIDE WS-CAL-INTEGER-DATE BY 7
               GIVING WS-CAL-INTEGER-QUOT
               REMAINDER WS-CAL-DAY-OF-WEEK
           IF WS-CAL-DAY-OF-WEEK = 0
               MOVE 7 TO WS-CAL-DAY-OF-WEEK
           END-IF
           MOVE WS-SITE-CODE TO CL-SITE-CODE
           MOVE WS-CAL-DATE TO CL-CALENDAR-DATE
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   IF WS-SITE-CLOSED-WEEKDAY(WS-CAL-DAY-OF-WEEK) = "Y"
                       MOVE "N" TO WS-BUSINESS-DAY-SWITCH
                   END-IF
               NOT INVALID KEY
                   IF CL-DAY-HOLIDAY
                       MOVE "N" TO WS-BUSINESS-DAY-SWITCH
                   END-IF
           END-READ.

       3000-PROCESS-ACKNOWLEDGMENTS.
           READ ACKNOWLEDGMENT-FILE
               AT END
       9000-CLOSE-FILES.
           CLOSE ACKNOWLEDGMENT-FILE
           CLOSE CYCLE-STATUS-FILE
           CLOSE ACKRPT-FILE
           CLOSE BUSINESS-CALENDAR-FILE.

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
                           DISPLAY "HELLOACK RUN-CONTROL "
                               "ALREADY CLEARED"
                       NOT INVALID KEY
                           PERFORM 9810-DELETE-OWN-CLAIM
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               ELSE
                   DISPLAY "HELLOACK RUNCTL NOT OPENED TO RELEASE, "
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
                       DISPLAY "HELLOACK RUN-CONTROL RELEASE FAILED, "
                           "STATUS " WS-FS-RUN-CONTROL
               END-DELETE
           ELSE
               DISPLAY "HELLOACK RUN-CONTROL NOW HELD BY JOB "
                   CT-HOLDER-JOB " - LEFT IN PLACE"
           END-IF.

       9900-RECORD-RUN-END.
           IF WS-LEDGER-AVAILABLE
               OPEN I-O RUN-LEDGER-FILE
               IF WS-FS-RUN-LEDGER = "00"
                   MOVE WS-LEDGER-KEY TO LG-RUN-KEY
                   READ RUN-LEDGER-FILE
                       INVALID KEY
                           DISPLAY "HELLOACK RUNLEDGR ROW NOT FOUND AT "
                               "END OF RUN"
                       NOT INVALID KEY
                           SET LG-STATUS-ENDED TO TRUE
                           ACCEPT LG-END-DATE FROM DATE YYYYMMDD
                           ACCEPT LG-END-TIME FROM TIME
                           MOVE WS-ACKS-READ TO LG-RECORDS-READ
                           MOVE WS-CYCLES-ACCEPTED TO LG-RECORDS-WRITTEN
                           ADD WS-CYCLES-REJECTED WS-BAD-ACKS
                               GIVING LG-RECORDS-REJECTED
                           MOVE WS-RETURN-CODE TO LG-RETURN-CODE
                           REWRITE RUN-LEDGER-RECORD
                               INVALID KEY
                                   DISPLAY "HELLOACK RUNLEDGR REWRITE "
                                       "FAILED, STATUS "
                                       WS-FS-RUN-LEDGER
                           END-REWRITE
                   END-READ
                   CLOSE RUN-LEDGER-FILE
               END-IF
           END-IF.
