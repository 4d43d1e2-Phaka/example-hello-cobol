      * GR-RECIPIENT-TYPE byte, for HELLO to consume unchanged.
      * Runs ahead of HELLOJB; a skipped or mis-keyed rule shows up
      * on the schedule report instead of becoming a missed
      * greeting. A rule that falls on a day its site is closed on
      * the business-day calendar (BUSCAL - see CALREC) follows its
      * roll convention: it fires anyway, fires on the next or the
      * previous business day instead, or is skipped, and every
      * rule rolled or skipped is listed with the reason.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GREETIN.
      *----------------------------------------------------------------
      * SCHEDRPT-FILE - one line per rule that fired, was rolled or
      * skipped, or was rejected, plus control totals, formatted
      * for our report distribution (ASA carriage control in byte
      * 1). Dormant rules (live but not due today) are counted,
      * not listed.
      *----------------------------------------------------------------
           SELECT SCHEDRPT-FILE ASSIGN TO "SCHEDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.
      *----------------------------------------------------------------
      * BUSINESS-CALENDAR-FILE (BUSCAL) - the sites' business-day
      * calendars (CALREC), read only. OPTIONAL: a job that doesn't
      * allocate it cuts every fire-on-the-day rule as before and
      * rejects (reason 08) any rule whose convention needs the
      * calendar, rather than guess at the site's days.
      *----------------------------------------------------------------
           SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
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
       01  WS-FS-SCHEDULE                  PIC XX.
       01  WS-FS-GREETIN                   PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-FS-CALENDAR                  PIC XX.
       01  WS-CALENDAR-AVAILABLE-SWITCH    PIC X VALUE "N".
           88  WS-CALENDAR-AVAILABLE        VALUE "Y".
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-JOB-NAME                     PIC X(8).
       01  WS-USER-ID                      PIC X(8).
       01  WS-MAX-GREETING-ID              PIC 9(5) VALUE 9999.

      *----------------------------------------------------------------
      * WS-RUN-DAY-OF-WEEK - 1 = Monday through 7 = Sunday, from
      * the integer date modulo 7 (integer day 1 was a Monday).
      *----------------------------------------------------------------
       01  WS-RUN-DAY-OF-WEEK              PIC 9(1).
       01  WS-DAY-NAMES                    PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME                 PIC X(3) OCCURS 7.

      *----------------------------------------------------------------
      * WS-TEST-DATE - the date the due test (5000) is asked about:
      * the run date itself, or, for a rule that rolls, a closed
      * day next to it. 5050 sets its day of week and month-end.
      *----------------------------------------------------------------
       01  WS-TEST-DATE                    PIC 9(8).
       01  WS-TEST-DATE-PARTS REDEFINES WS-TEST-DATE.
           05  WS-TEST-YEAR                PIC 9(4).
           05  WS-TEST-MONTH               PIC 9(2).
           05  WS-TEST-DAY                 PIC 9(2).
       01  WS-TEST-INTEGER-DATE            PIC 9(8).
       01  WS-TEST-INTEGER-QUOT            PIC 9(8).
       01  WS-TEST-DAY-OF-WEEK             PIC 9(1).

      *----------------------------------------------------------------
      * Generic date edit work area (1200/1250, the same shape as
       01  WS-EDIT-YEAR-REM-400            PIC 9(4).

      *----------------------------------------------------------------
      * Month-end support: the test month's true last day, with the
      * century leap rule for February (same arithmetic as
      * GREETMNT's date edit), so a monthly rule patterned 0031
      * fires on the 28th, 29th, 30th, or 31st as the month runs.
      *----------------------------------------------------------------
       01  WS-TEST-MAX-DAY                 PIC 9(2).
       01  WS-YEAR-REM-4                   PIC 9(4).
       01  WS-YEAR-REM-100                 PIC 9(4).
       01  WS-YEAR-REM-400                 PIC 9(4).
      *   04  frequency not D, W, M, or A
      *   05  day pattern not valid for the frequency
      *   06  start or end date not numeric, or start after end
      *   07  roll convention not blank, O, N, P, or S
      *   08  roll convention N, P, or S but the rule's site has no
      *       profile on the business-day calendar (or BUSCAL is
      *       not allocated)
      *----------------------------------------------------------------
       01  WS-REJECT-REASON                PIC 9(2) VALUE 0.
           88  WS-RULE-CLEAN                VALUE 0.
       01  WS-PATTERN-MAX-DAY              PIC 9(2).

      *----------------------------------------------------------------
      * Sites. A rule with no site code belongs to the job's own
      * site, ENVAR SITE ("MAIN" when the job doesn't set one).
      * Each site's profile row is read from BUSCAL once and kept
      * in WS-SITE-TABLE - found or not - for the rest of the run;
      * a site beyond the table is simply read again each time.
      *----------------------------------------------------------------
       01  WS-JOB-SITE-CODE                PIC X(4) VALUE "MAIN".
       01  WS-SITE-TOKEN                   PIC X(8).
       01  WS-RULE-SITE-CODE               PIC X(4).
       01  WS-RULE-CLOSED-WEEKDAYS.
           05  WS-RULE-CLOSED-WEEKDAY      PIC X OCCURS 7.
       01  WS-SITE-PROFILE-SWITCH          PIC X VALUE "N".
           88  WS-SITE-PROFILE-FOUND        VALUE "Y".
       01  WS-SITE-CACHED-SWITCH           PIC X VALUE "N".
           88  WS-SITE-CACHED               VALUE "Y".
       01  WS-MAX-SITES                    PIC 9(3) VALUE 50.
       01  WS-SITE-COUNT                   PIC 9(3) VALUE 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 50.
               10  WS-ST-SITE-CODE         PIC X(4).
               10  WS-ST-PROFILE-SWITCH    PIC X.
               10  WS-ST-CLOSED-WEEKDAYS   PIC X(7).
       01  WS-SITE-INDEX                   PIC 9(3).

      *----------------------------------------------------------------
      * Business-day test (5600): is WS-CAL-DATE a business day at
      * the rule's site? WS-CLOSED-REASON says why not - the
      * holiday's description, or the weekday the site is closed.
      *----------------------------------------------------------------
       01  WS-CAL-DATE                     PIC 9(8).
       01  WS-CAL-INTEGER-DATE             PIC 9(8).
       01  WS-CAL-INTEGER-QUOT             PIC 9(8).
       01  WS-CAL-DAY-OF-WEEK              PIC 9(1).
       01  WS-BUSINESS-DAY-SWITCH          PIC X VALUE "Y".
           88  WS-BUSINESS-DAY              VALUE "Y".
       01  WS-CLOSED-REASON                PIC X(30).

      *----------------------------------------------------------------
      * Roll conventions (5100-5410). WS-RULE-DISPOSITION is what
      * the run does with a clean rule:
      *   "D"  due on the run date - fired
      *   "I"  rolled in - its day was a closed day next to the run
      *        date and the convention moves it here - fired
      *   "O"  rolled out - due on the run date, but the run date
      *        is closed and the convention moves it to the
      *        business day named on the report - not fired here
      *   "S"  skipped - due on a closed run date under the skip
      *        convention, or no business day within
      *        WS-MAX-ROLL-DAYS to roll to - not fired
      *   "N"  not due - dormant
      * A rule fires at most once a run, however many closed days
      * roll into it (a daily rule rolling a weekend into Monday is
      * one Monday greeting).
      *----------------------------------------------------------------
       01  WS-RULE-DISPOSITION             PIC X VALUE "N".
           88  WS-DISP-DUE                  VALUE "D".
           88  WS-DISP-ROLLED-IN            VALUE "I".
           88  WS-DISP-ROLLED-OUT           VALUE "O".
           88  WS-DISP-SKIPPED              VALUE "S".
           88  WS-DISP-NOT-DUE              VALUE "N".
       01  WS-DUE-ON-RUN-DATE-SWITCH       PIC X VALUE "N".
           88  WS-DUE-ON-RUN-DATE           VALUE "Y".
       01  WS-MAX-ROLL-DAYS                PIC 9(2) VALUE 31.
       01  WS-ROLL-STEP                    PIC S9 VALUE +1.
       01  WS-ROLL-INTEGER                 PIC 9(8).
       01  WS-ROLL-DAYS-TRIED              PIC 9(2).
       01  WS-ROLL-DATE                    PIC 9(8).
       01  WS-ROLL-FOUND-SWITCH            PIC X VALUE "N".
           88  WS-ROLL-FOUND                VALUE "Y".
       01  WS-ROLL-SCAN-DONE-SWITCH        PIC X VALUE "N".
           88  WS-ROLL-SCAN-DONE            VALUE "Y".
       01  WS-NOMINAL-REASON               PIC X(30).

      *----------------------------------------------------------------
      * Control totals - due + rolled out + skipped + dormant +
      * rejected must equal read, proved on the report's total
      * lines. Due includes the rules rolled in.
      *----------------------------------------------------------------
       01  WS-RULES-READ                   PIC 9(6) VALUE 0.
       01  WS-RULES-DUE                    PIC 9(6) VALUE 0.
       01  WS-RULES-ROLLED-IN              PIC 9(6) VALUE 0.
       01  WS-RULES-ROLLED-OUT             PIC 9(6) VALUE 0.
       01  WS-RULES-SKIPPED                PIC 9(6) VALUE 0.
       01  WS-RULES-DORMANT                PIC 9(6) VALUE 0.
       01  WS-RULES-REJECTED               PIC 9(6) VALUE 0.
       01  WS-RECORDS-WRITTEN              PIC 9(6) VALUE 0.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-DISPOSITION              PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-COMMENT                  PIC X(75).

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
       01  WS-LOCK-MODE                    PIC X VALUE "C".
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
      *        (or the schedule was empty); the HELLO step that
      *        follows can be skipped
      *   012  run-date PARM supplied but not a valid YYYYMMDD
      *        (rules rolled or skipped are not an exception - they
      *        are listed on SCHEDRPT with the reason)
      *   024  HELLOSCD, GREETIN, SCHEDRPT, or RUNCTL could not
      *        be opened
      *   028  the run-control lock (RUNCTL) was still held by
      *        another run after LOCKWAIT minutes - no batch written
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-NOTHING-DUE              VALUE 8.
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
           MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
           ACCEPT WS-PARM-INPUT FROM COMMAND-LINE
           IF WS-PARM-INPUT NOT = SPACES AND LOW-VALUES
                       FUNCTION TRIM(WS-PARM-INPUT)
               END-IF
           END-IF
           DISPLAY "SITE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SITE-TOKEN FROM ENVIRONMENT-VALUE
           IF WS-SITE-TOKEN NOT = SPACES AND LOW-VALUES
               MOVE WS-SITE-TOKEN TO WS-JOB-SITE-CODE
           END-IF
           IF NOT RC-BAD-PARAMETER
               PERFORM 1100-SET-RUN-DAY-FACTS
               DISPLAY "HELLOSCH CUTTING BATCH FOR " WS-RUN-DATE
                   " (DAY-OF-WEEK " WS-RUN-DAY-OF-WEEK ") SITE "
                   WS-JOB-SITE-CODE
           END-IF.

      *----------------------------------------------------------------
      * 1100 - the run date's day of week, for the console; the due
      * tests get everything they need about a date from 5050.
      *----------------------------------------------------------------
       1100-SET-RUN-DAY-FACTS.
           MOVE WS-RUN-DATE TO WS-TEST-DATE
           PERFORM 5050-SET-TEST-DAY-FACTS
           MOVE WS-TEST-DAY-OF-WEEK TO WS-RUN-DAY-OF-WEEK.

      *----------------------------------------------------------------
      * 1200/1250 - the run-date calendar edit: a real month and a
                   MOVE 31 TO WS-EDIT-DATE-MAX-DAY
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1800-1830 - claim the run-control lock (RCTLREC) before any
      * production file is opened. A duplicate key on the WRITE
      * means another run holds it: say who, wait a minute, and try
      * again, for up to LOCKWAIT minutes, then end RC 028 without
      * touching anything. RUNCTL itself is not optional - a run
      * that cannot open it cannot show it is alone, and ends RC
      * 024. HELLOSCH cuts the GREETIN batch HELLO reads, so it
      * must not run while a HELLO run holds the suite's files:
      * when the job sets LOCKYIELD=Y (the nightly jobstream
      * does) and finds the monitor in possession, it asks it to
      * yield (CT-YIELD-SWITCH) and waits for it to wind down at
      * its next poll.
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
               DISPLAY "HELLOSCH RUNCTL COULD NOT BE OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           ELSE
               ACCEPT WS-CLAIM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CLAIM-TIME FROM TIME
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               MOVE "HELLOSCH" TO CT-HOLDER-PROGRAM
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
                   DISPLAY "HELLOSCH RUN-CONTROL HELD BY "
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
                   DISPLAY "HELLOSCH ASKED MONITOR " CT-HOLDER-JOB
                       " TO YIELD AT ITS NEXT POLL"
           END-REWRITE.

       1830-WAIT-FOR-RUN-CONTROL.
           ADD 1 TO WS-LOCK-ATTEMPTS
           IF WS-LOCK-ATTEMPTS > WS-LOCK-WAIT-MINUTES
               SET WS-LOCK-GIVEN-UP TO TRUE
               SET RC-LOCK-NOT-OBTAINED TO TRUE
               DISPLAY "HELLOSCH RUN-CONTROL NOT OBTAINED IN "
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
               MOVE "HELLOSCH" TO LG-PROGRAM-ID
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
               DISPLAY "HELLOSCH RUNLEDGR NOT AVAILABLE - RUN NOT "
                   "RECORDED, STATUS " WS-FS-RUN-LEDGER
           END-IF.

       2000-OPEN-FILES.
           OPEN INPUT SCHEDULE-MASTER
           IF WS-FS-SCHEDULE NOT = "00"
           OPEN OUTPUT SCHEDRPT-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-FS-CALENDAR = "00"
               SET WS-CALENDAR-AVAILABLE TO TRUE
           END-IF.

       2100-PRINT-HEADINGS.
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOSCH SCHEDULE REPORT - BATCH FOR "
               WS-RUN-DATE " CUT " WS-SYSTEM-DATE
               " SITE " WS-JOB-SITE-CODE
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           IF NOT WS-CALENDAR-AVAILABLE
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CARRIAGE-CONTROL
               STRING "BUSCAL NOT ALLOCATED - RULES THAT ROLL OR SKIP"
                   " ARE REJECTED"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
       3100-PROCESS-ONE-RULE.
           PERFORM 4000-VALIDATE-RULE
           IF WS-RULE-CLEAN
               PERFORM 5100-DECIDE-RULE-DISPOSITION
               EVALUATE TRUE
                   WHEN WS-DISP-DUE
                       ADD 1 TO WS-RULES-DUE
                       PERFORM 6000-WRITE-REQUEST-RECORD
                       PERFORM 6100-PRINT-DUE-LINE
                   WHEN WS-DISP-ROLLED-IN
                       ADD 1 TO WS-RULES-DUE
                       ADD 1 TO WS-RULES-ROLLED-IN
                       PERFORM 6000-WRITE-REQUEST-RECORD
                       PERFORM 6110-PRINT-ROLLED-IN-LINE
                   WHEN WS-DISP-ROLLED-OUT
                       ADD 1 TO WS-RULES-ROLLED-OUT
                       PERFORM 6120-PRINT-ROLLED-OUT-LINE
                   WHEN WS-DISP-SKIPPED
                       ADD 1 TO WS-RULES-SKIPPED
                       PERFORM 6130-PRINT-SKIPPED-LINE
                   WHEN OTHER
                       ADD 1 TO WS-RULES-DORMANT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-RULES-REJECTED
               PERFORM 6200-PRINT-REJECT-LINE
           END-IF
           IF WS-RULE-CLEAN
               PERFORM 4200-VALIDATE-RULE-DATES
           END-IF
           IF WS-RULE-CLEAN
               PERFORM 4300-VALIDATE-ROLL-CONVENTION
           END-IF.

       4100-VALIDATE-DAY-PATTERN.
           END-IF.

      *----------------------------------------------------------------
      * 4300 - the roll convention. Firing on the day needs nothing
      * more; rolling or skipping needs the rule's site to have a
      * profile on the calendar, or there is no way to tell which
      * of its days are business days.
      *----------------------------------------------------------------
       4300-VALIDATE-ROLL-CONVENTION.
           IF NOT SC-ROLL-ON-DAY AND NOT SC-ROLL-NEXT
                   AND NOT SC-ROLL-PREVIOUS AND NOT SC-ROLL-SKIP
               MOVE 7 TO WS-REJECT-REASON
           ELSE
               IF SC-SITE-CODE = SPACES OR LOW-VALUES
                   MOVE WS-JOB-SITE-CODE TO WS-RULE-SITE-CODE
               ELSE
                   MOVE SC-SITE-CODE TO WS-RULE-SITE-CODE
               END-IF
               IF NOT SC-ROLL-ON-DAY
                   PERFORM 4400-FIND-SITE-PROFILE
                   IF NOT WS-SITE-PROFILE-FOUND
                       MOVE 8 TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4400-4420 - the rule site's profile: the weekdays it is
      * normally closed, from the site table when the site has been
      * seen already this run, else from its BUSCAL profile row.
      *----------------------------------------------------------------
       4400-FIND-SITE-PROFILE.
           MOVE "N" TO WS-SITE-CACHED-SWITCH
           PERFORM 4410-MATCH-CACHED-SITE
               VARYING WS-SITE-INDEX FROM 1 BY 1
               UNTIL WS-SITE-INDEX > WS-SITE-COUNT
                   OR WS-SITE-CACHED
           IF NOT WS-SITE-CACHED
               PERFORM 4420-READ-SITE-PROFILE
           END-IF.

       4410-MATCH-CACHED-SITE.
           IF WS-ST-SITE-CODE(WS-SITE-INDEX) = WS-RULE-SITE-CODE
               SET WS-SITE-CACHED TO TRUE
               MOVE WS-ST-PROFILE-SWITCH(WS-SITE-INDEX)
                   TO WS-SITE-PROFILE-SWITCH
               MOVE WS-ST-CLOSED-WEEKDAYS(WS-SITE-INDEX)
                   TO WS-RULE-CLOSED-WEEKDAYS
           END-IF.

       4420-READ-SITE-PROFILE.
           MOVE "N" TO WS-SITE-PROFILE-SWITCH
           MOVE SPACES TO WS-RULE-CLOSED-WEEKDAYS
           IF WS-CALENDAR-AVAILABLE
               MOVE WS-RULE-SITE-CODE TO CL-SITE-CODE
               MOVE 0 TO CL-CALENDAR-DATE
               READ BUSINESS-CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CL-DAY-PROFILE
                           SET WS-SITE-PROFILE-FOUND TO TRUE
                           MOVE CL-CLOSED-WEEKDAYS
                               TO WS-RULE-CLOSED-WEEKDAYS
                       END-IF
               END-READ
           END-IF
           IF WS-SITE-COUNT < WS-MAX-SITES
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-RULE-SITE-CODE TO WS-ST-SITE-CODE(WS-SITE-COUNT)
               MOVE WS-SITE-PROFILE-SWITCH
                   TO WS-ST-PROFILE-SWITCH(WS-SITE-COUNT)
               MOVE WS-RULE-CLOSED-WEEKDAYS
                   TO WS-ST-CLOSED-WEEKDAYS(WS-SITE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 5000 - does this rule fall on the test date? The rule must
      * be live (start through end inclusive) on that date and its
      * frequency pattern must match. A monthly pattern above the
      * month's true last day falls on the last day, so one 0031
      * rule is month-end in every month.
      *----------------------------------------------------------------
       5000-CHECK-RULE-DUE.
           MOVE "N" TO WS-RULE-DUE-SWITCH
           IF WS-TEST-DATE < WS-RULE-START-DATE
               OR WS-TEST-DATE > WS-RULE-END-DATE
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN SC-FREQ-DAILY
                       SET WS-RULE-DUE TO TRUE
                   WHEN SC-FREQ-WEEKLY
                       IF WS-RULE-DAY-PATTERN = WS-TEST-DAY-OF-WEEK
                           SET WS-RULE-DUE TO TRUE
                       END-IF
                   WHEN SC-FREQ-MONTHLY
                       IF WS-RULE-DAY-PATTERN > WS-TEST-MAX-DAY
                           MOVE WS-TEST-MAX-DAY TO WS-RULE-FIRE-DAY
                       ELSE
                           MOVE WS-RULE-DAY-PATTERN
                               TO WS-RULE-FIRE-DAY
                       END-IF
                       IF WS-RULE-FIRE-DAY = WS-TEST-DAY
                           SET WS-RULE-DUE TO TRUE
                       END-IF
      *----------------------------------------------------------------
      * Annual: same clamp discipline as monthly - a pattern day
      * the test month doesn't reach this year falls on the
      * month's true last day, so a 0229 anniversary falls on
      * 0228 in a non-leap year instead of skipping three years
      * out of four.
      *----------------------------------------------------------------
                   WHEN SC-FREQ-ANNUAL
                       IF WS-RULE-PATTERN-MONTH = WS-TEST-MONTH
                           IF WS-RULE-PATTERN-DAY > WS-TEST-MAX-DAY
                               MOVE WS-TEST-MAX-DAY
                                   TO WS-RULE-FIRE-DAY
                           ELSE
                               MOVE WS-RULE-PATTERN-DAY
                                   TO WS-RULE-FIRE-DAY
                           END-IF
                           IF WS-RULE-FIRE-DAY = WS-TEST-DAY
                               SET WS-RULE-DUE TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 5050 - everything about the test date the due test needs:
      * its day of week (integer day 1 was a Monday, so modulo 7
      * gives 1 = Monday through 6 = Saturday with 0 standing for
      * Sunday) and the true last day of its month.
      *----------------------------------------------------------------
       5050-SET-TEST-DAY-FACTS.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TEST-DATE)
               TO WS-TEST-INTEGER-DATE
           DIVIDE WS-TEST-INTEGER-DATE BY 7
               GIVING WS-TEST-INTEGER-QUOT
               REMAINDER WS-TEST-DAY-OF-WEEK
           IF WS-TEST-DAY-OF-WEEK = 0
               MOVE 7 TO WS-TEST-DAY-OF-WEEK
           END-IF
           EVALUATE WS-TEST-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-TEST-MAX-DAY
               WHEN 2
                   DIVIDE WS-TEST-YEAR BY 4
                       GIVING WS-YEAR-REM-4
                       REMAINDER WS-YEAR-REM-4
                   DIVIDE WS-TEST-YEAR BY 100
                       GIVING WS-YEAR-REM-100
                       REMAINDER WS-YEAR-REM-100
                   DIVIDE WS-TEST-YEAR BY 400
                       GIVING WS-YEAR-REM-400
                       REMAINDER WS-YEAR-REM-400
                   IF WS-YEAR-REM-400 = 0
                       OR (WS-YEAR-REM-4 = 0
                           AND WS-YEAR-REM-100 NOT = 0)
                       MOVE 29 TO WS-TEST-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-TEST-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-TEST-MAX-DAY
           END-EVALUATE.

      *----------------------------------------------------------------
      * 5100 - what the run does with a clean rule (see
      * WS-RULE-DISPOSITION). Fire-on-the-day rules are the due
      * test on the run date and nothing more. For the others:
      *   - due on a business day: fires, as ever;
      *   - a business day the rule is not due on: "next" looks
      *     back, and "previous" looks ahead, across the closed
      *     days next to the run date for a day the rule fell on,
      *     and fires here if it finds one;
      *   - due on a closed day: skipped under "skip", otherwise
      *     rolled out to the business day the convention names.
      *----------------------------------------------------------------
       5100-DECIDE-RULE-DISPOSITION.
           SET WS-DISP-NOT-DUE TO TRUE
           MOVE WS-RUN-DATE TO WS-TEST-DATE
           PERFORM 5050-SET-TEST-DAY-FACTS
           PERFORM 5000-CHECK-RULE-DUE
           IF SC-ROLL-ON-DAY
               IF WS-RULE-DUE
                   SET WS-DISP-DUE TO TRUE
               END-IF
           ELSE
               MOVE WS-RULE-DUE-SWITCH TO WS-DUE-ON-RUN-DATE-SWITCH
               MOVE WS-RUN-DATE TO WS-CAL-DATE
               PERFORM 5600-CHECK-BUSINESS-DAY
               MOVE WS-CLOSED-REASON TO WS-NOMINAL-REASON
               EVALUATE TRUE
                   WHEN WS-BUSINESS-DAY AND WS-DUE-ON-RUN-DATE
                       SET WS-DISP-DUE TO TRUE
                   WHEN WS-BUSINESS-DAY AND SC-ROLL-SKIP
                       CONTINUE
                   WHEN WS-BUSINESS-DAY
                       PERFORM 5400-SCAN-FOR-ROLLED-IN-DAY
                   WHEN WS-DUE-ON-RUN-DATE
                       PERFORM 5200-ROLL-OFF-RUN-DATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 5200 - the rule falls on the run date and the site is
      * closed: skip it, or find the business day it rolls to. No
      * business day within WS-MAX-ROLL-DAYS is reported as a skip.
      *----------------------------------------------------------------
       5200-ROLL-OFF-RUN-DATE.
           IF SC-ROLL-SKIP
               SET WS-DISP-SKIPPED TO TRUE
           ELSE
               IF SC-ROLL-NEXT
                   MOVE +1 TO WS-ROLL-STEP
               ELSE
                   MOVE -1 TO WS-ROLL-STEP
               END-IF
               PERFORM 5300-FIND-BUSINESS-DAY
               IF WS-ROLL-FOUND
                   SET WS-DISP-ROLLED-OUT TO TRUE
               ELSE
                   SET WS-DISP-SKIPPED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 5300/5310 - the nearest business day to the run date in the
      * direction of WS-ROLL-STEP, into WS-ROLL-DATE.
      *----------------------------------------------------------------
       5300-FIND-BUSINESS-DAY.
           MOVE "N" TO WS-ROLL-FOUND-SWITCH
           MOVE 0 TO WS-ROLL-DAYS-TRIED
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-ROLL-INTEGER
           PERFORM 5310-TRY-ONE-ROLL-DAY
               UNTIL WS-ROLL-FOUND
                   OR WS-ROLL-DAYS-TRIED >= WS-MAX-ROLL-DAYS.

       5310-TRY-ONE-ROLL-DAY.
           ADD 1 TO WS-ROLL-DAYS-TRIED
           ADD WS-ROLL-STEP TO WS-ROLL-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
               TO WS-CAL-DATE
           PERFORM 5600-CHECK-BUSINESS-DAY
           IF WS-BUSINESS-DAY
               SET WS-ROLL-FOUND TO TRUE
               MOVE WS-CAL-DATE TO WS-ROLL-DATE
           END-IF.

      *----------------------------------------------------------------
      * 5400/5410 - the run date is a business day the rule is not
      * due on. Walk the unbroken run of closed days next to it -
      * back for "next", ahead for "previous" - and if the rule
      * falls on any of them it rolls in here. The first such day
      * found is the one reported; the rule fires once either way.
      *----------------------------------------------------------------
       5400-SCAN-FOR-ROLLED-IN-DAY.
           IF SC-ROLL-NEXT
               MOVE -1 TO WS-ROLL-STEP
           ELSE
               MOVE +1 TO WS-ROLL-STEP
           END-IF
           MOVE "N" TO WS-ROLL-SCAN-DONE-SWITCH
           MOVE 0 TO WS-ROLL-DAYS-TRIED
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-ROLL-INTEGER
           PERFORM 5410-SCAN-ONE-CLOSED-DAY
               UNTIL WS-ROLL-SCAN-DONE.

       5410-SCAN-ONE-CLOSED-DAY.
           ADD 1 TO WS-ROLL-DAYS-TRIED
           ADD WS-ROLL-STEP TO WS-ROLL-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
               TO WS-CAL-DATE
           PERFORM 5600-CHECK-BUSINESS-DAY
           IF WS-BUSINESS-DAY
               SET WS-ROLL-SCAN-DONE TO TRUE
           ELSE
               MOVE WS-CAL-DATE TO WS-TEST-DATE
               PERFORM 5050-SET-TEST-DAY-FACTS
               PERFORM 5000-CHECK-RULE-DUE
               IF WS-RULE-DUE
                   SET WS-DISP-ROLLED-IN TO TRUE
                   MOVE WS-CAL-DATE TO WS-ROLL-DATE
                   MOVE WS-CLOSED-REASON TO WS-NOMINAL-REASON
                   SET WS-ROLL-SCAN-DONE TO TRUE
               END-IF
               IF WS-ROLL-DAYS-TRIED >= WS-MAX-ROLL-DAYS
                   SET WS-ROLL-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 5600 - is WS-CAL-DATE a business day at the rule's site? A
      * dated BUSCAL row decides it outright - "H" closed, "W"
      * open - and with no dated row the site profile's closed
      * weekdays do.
      *----------------------------------------------------------------
       5600-CHECK-BUSINESS-DAY.
           SET WS-BUSINESS-DAY TO TRUE
           MOVE SPACES TO WS-CLOSED-REASON
           MOVE FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
               TO WS-CAL-INTEGER-DATE
           DIVIDE WS-CAL-INTEGER-DATE BY 7
               GIVING WS-CAL-INTEGER-QUOT
               REMAINDER WS-CAL-DAY-OF-WEEK
           IF WS-CAL-DAY-OF-WEEK = 0
               MOVE 7 TO WS-CAL-DAY-OF-WEEK
           END-IF
           MOVE WS-RULE-SITE-CODE TO CL-SITE-CODE
           MOVE WS-CAL-DATE TO CL-CALENDAR-DATE
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   IF WS-RULE-CLOSED-WEEKDAY(WS-CAL-DAY-OF-WEEK) = "Y"
                       MOVE "N" TO WS-BUSINESS-DAY-SWITCH
                       STRING "SITE " WS-RULE-SITE-CODE
                           " CLOSED " WS-DAY-NAME(WS-CAL-DAY-OF-WEEK)
                           DELIMITED BY SIZE INTO WS-CLOSED-REASON
                   END-IF
               NOT INVALID KEY
                   IF CL-DAY-HOLIDAY
                       MOVE "N" TO WS-BUSINESS-DAY-SWITCH
                       IF CL-DESCRIPTION = SPACES
                           STRING "SITE " WS-RULE-SITE-CODE
                               " HOLIDAY"
                               DELIMITED BY SIZE INTO WS-CLOSED-REASON
                       ELSE
                           MOVE CL-DESCRIPTION TO WS-CLOSED-REASON
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 6000 - one GREETIN record per due rule, numbered from 1 in
      * the order the schedule carries them, so HELLO's checkpoint
               DELIMITED BY SIZE INTO DL-COMMENT
           PERFORM 6500-WRITE-DETAIL-LINE.

      *----------------------------------------------------------------
      * 6110-6130 - every rule the calendar moved or stopped is
      * listed with the day it fell on and why that day was closed:
      *   ROLL-IN   fired here in place of a closed day
      *   ROLL-OUT  fell here, on a closed day - fires (or fired)
      *             on the business day named instead
      *   SKIPPED   fell here, on a closed day - not fired at all
      *----------------------------------------------------------------
       6110-PRINT-ROLLED-IN-LINE.
           PERFORM 6150-SET-RULE-COLUMNS
           MOVE "ROLL-IN" TO DL-DISPOSITION
           STRING "REQUEST RECORD " WS-RECORDS-WRITTEN
               " - FELL ON " WS-ROLL-DATE " " WS-NOMINAL-REASON
               DELIMITED BY SIZE INTO DL-COMMENT
           PERFORM 6500-WRITE-DETAIL-LINE.

       6120-PRINT-ROLLED-OUT-LINE.
           PERFORM 6150-SET-RULE-COLUMNS
           MOVE "ROLL-OUT" TO DL-DISPOSITION
           IF SC-ROLL-NEXT
               STRING "ROLLS FORWARD TO " WS-ROLL-DATE
                   " - " WS-NOMINAL-REASON
                   DELIMITED BY SIZE INTO DL-COMMENT
           ELSE
               STRING "ROLLED BACK TO " WS-ROLL-DATE
                   " - " WS-NOMINAL-REASON
                   DELIMITED BY SIZE INTO DL-COMMENT
           END-IF
           PERFORM 6500-WRITE-DETAIL-LINE.

       6130-PRINT-SKIPPED-LINE.
           PERFORM 6150-SET-RULE-COLUMNS
           MOVE "SKIPPED" TO DL-DISPOSITION
           IF SC-ROLL-SKIP
               STRING "SKIP CONVENTION - " WS-NOMINAL-REASON
                   DELIMITED BY SIZE INTO DL-COMMENT
           ELSE
               STRING "NO BUSINESS DAY WITHIN " WS-MAX-ROLL-DAYS
                   " DAYS TO ROLL TO - " WS-NOMINAL-REASON
                   DELIMITED BY SIZE INTO DL-COMMENT
           END-IF
           PERFORM 6500-WRITE-DETAIL-LINE.

       6150-SET-RULE-COLUMNS.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SC-RECIPIENT-NAME TO DL-RECIPIENT
           MOVE SC-RECIPIENT-TYPE TO DL-TYPE
           MOVE SC-GREETING-ID TO DL-GREETING-ID
           MOVE SC-FREQUENCY TO DL-FREQUENCY.

       6200-PRINT-REJECT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SC-RECIPIENT-NAME TO DL-RECIPIENT
               WHEN 6
                   MOVE "REASON 06 - START/END DATES NOT A VALID RANGE"
                       TO DL-COMMENT
               WHEN 7
                   MOVE "REASON 07 - ROLL CONVENTION NOT BLANK/O/N/P/S"
                       TO DL-COMMENT
               WHEN 8
                   STRING "REASON 08 - SITE " WS-RULE-SITE-CODE
                       " HAS NO PROFILE ON BUSCAL"
                       DELIMITED BY SIZE INTO DL-COMMENT
               WHEN OTHER
                   MOVE "REASON ?? - UNCLASSIFIED REJECTION"
                       TO DL-COMMENT
               "   REJECTED: " WS-RULES-REJECTED
               "   REQUESTS WRITTEN: " WS-RECORDS-WRITTEN
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "ROLLED OUT: " WS-RULES-ROLLED-OUT
               "   SKIPPED: " WS-RULES-SKIPPED
               "   (DUE INCLUDES " WS-RULES-ROLLED-IN
               " ROLLED IN FROM A CLOSED DAY)"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       8000-SET-RETURN-CODE.
       9000-CLOSE-FILES.
           CLOSE SCHEDULE-MASTER
           CLOSE GREETING-REQUEST-FILE
           CLOSE SCHEDRPT-FILE
           IF WS-CALENDAR-AVAILABLE
               CLOSE BUSINESS-CALENDAR-FILE
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
                           DISPLAY "HELLOSCH RUN-CONTROL "
                               "ALREADY CLEARED"
                       NOT INVALID KEY
                           PERFORM 9810-DELETE-OWN-CLAIM
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               ELSE
                   DISPLAY "HELLOSCH RUNCTL NOT OPENED TO RELEASE, "
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
                       DISPLAY "HELLOSCH RUN-CONTROL RELEASE FAILED, "
                           "STATUS " WS-FS-RUN-CONTROL
               END-DELETE
           ELSE
               DISPLAY "HELLOSCH RUN-CONTROL NOW HELD BY JOB "
                   CT-HOLDER-JOB " - LEFT IN PLACE"
           END-IF.

       9900-RECORD-RUN-END.
           IF WS-LEDGER-AVAILABLE
               OPEN I-O RUN-LEDGER-FILE
               IF WS-FS-RUN-LEDGER = "00"
                   MOVE WS-LEDGER-KEY TO LG-RUN-KEY
                   READ RUN-LEDGER-FILE
                       INVALID KEY
                           DISPLAY "HELLOSCH RUNLEDGR ROW NOT FOUND AT "
                               "END OF RUN"
                       NOT INVALID KEY
                           SET LG-STATUS-ENDED TO TRUE
                           ACCEPT LG-END-DATE FROM DATE YYYYMMDD
                           ACCEPT LG-END-TIME FROM TIME
                           MOVE WS-RULES-READ TO LG-RECORDS-READ
                           MOVE WS-RECORDS-WRITTEN TO LG-RECORDS-WRITTEN
                           MOVE WS-RULES-REJECTED TO LG-RECORDS-REJECTED
                           MOVE WS-RETURN-CODE TO LG-RETURN-CODE
                           REWRITE RUN-LEDGER-RECORD
                               INVALID KEY
                                   DISPLAY "HELLOSCH RUNLEDGR REWRITE "
                                       "FAILED, STATUS "
                                       WS-FS-RUN-LEDGER
                           END-REWRITE
                   END-READ
                   CLOSE RUN-LEDGER-FILE
               END-IF
           END-IF.
