      * CALMNT - transaction-driven maintenance of the business-day
      * calendar (BUSCAL). Applies a CALTRN batch of ADD / CHANGE /
      * DELETE requests against CL-CALENDAR-KEY in the SUPPMNT
      * mold: each transaction is edited before it touches the
      * file - a site must have its profile (the weekdays it is
      * normally closed) before it can carry holidays, the dates
      * must be real calendar days, a dated row must be a holiday
      * or a working day, and a profile must leave the site open
      * at least one day a week - and every applied transaction
      * gets before/after images and every rejected one a reason
      * code on the maintenance report, with the user the job ran
      * under, so BUSCAL is never hand-edited and the report is
      * the audit trail of who closed which day and why.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
      * Columns 8-11: Area A (divisions, sections, paragraphs)
      * Columns 12-72: Area B (statements, clauses)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * BUSINESS-CALENDAR-FILE - the same cluster HELLOSCH, HELLOFCS,
      * and HELLOACK read, opened I-O here; this program is the only
      * thing that should ever update it.
      *----------------------------------------------------------------
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CALENDAR-KEY
               FILE STATUS IS WS-FS-CALENDAR.
      *----------------------------------------------------------------
      * CALENDAR-TRANSACTION-FILE (CALTRN) - the batch of ADD /
      * CHANGE / DELETE requests to apply, one per record.
      *----------------------------------------------------------------
           SELECT CALENDAR-TRANSACTION-FILE ASSIGN TO "CALTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACTION.
      *----------------------------------------------------------------
      * CALMRP-FILE - the maintenance report: before/after images
      * for every applied transaction, a reject line with reason
      * code for every rejected one, and control totals (ASA
      * carriage control in byte 1).
      *----------------------------------------------------------------
           SELECT CALMRP-FILE ASSIGN TO "CALMRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.
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
       FD  BUSINESS-CALENDAR-FILE.
       COPY CALREC.

       FD  CALENDAR-TRANSACTION-FILE.
       COPY CMNTREC.

       FD  CALMRP-FILE.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       WORKING-STORAGE SECTION.
       01  WS-FS-CALENDAR                  PIC XX.
       01  WS-FS-TRANSACTION               PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-SYSTEM-TIME                  PIC 9(8).
       01  WS-JOB-NAME                     PIC X(8).
       01  WS-USER-ID                      PIC X(8).

      *----------------------------------------------------------------
      * Transaction validation. WS-REJECT-REASON is 0 while the
      * transaction is still clean; the first failed check sets it
      * and later checks leave it alone, so the report names the
      * first thing wrong with the record.
      * Documented reason codes (printed on the reject line):
      *   01  action code not A, C, or D
      *   02  site code missing
      *   03  date not blank and not a valid YYYYMMDD date
      *   04  day type not H or W on a dated row (ADD/CHANGE)
      *   05  closed weekdays not seven Y/N flags, or all seven
      *       closed, on a profile row (ADD/CHANGE)
      *   06  site has no profile row on the calendar (ADD of a
      *       dated row)
      *   07  ADD of a row already on BUSINESS-CALENDAR-FILE
      *   08  CHANGE or DELETE of a row not on the file
      *   09  DELETE of a site profile while the site still has
      *       dated rows
      *----------------------------------------------------------------
       01  WS-REJECT-REASON                PIC 9(2) VALUE 0.
           88  WS-TRANSACTION-CLEAN         VALUE 0.
       01  WS-TRAN-CALENDAR-DATE           PIC 9(8).
       01  WS-PROFILE-SWITCH               PIC X VALUE "N".
           88  WS-TRAN-IS-PROFILE           VALUE "Y".
       01  WS-WEEKDAY-INDEX                PIC 9.
       01  WS-CLOSED-DAY-COUNT             PIC 9.
       01  WS-MASK-VALID-SWITCH            PIC X VALUE "N".
           88  WS-MASK-VALID                VALUE "Y".
       01  WS-TRAN-MASK.
           05  WS-TRAN-MASK-DAY            PIC X OCCURS 7.

      *----------------------------------------------------------------
      * Generic date edit work area (4140/4150), as in SUPPMNT.
      *----------------------------------------------------------------
       01  WS-EDIT-DATE                    PIC 9(8).
       01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-DATE-YEAR           PIC 9(4).
           05  WS-EDIT-DATE-MONTH          PIC 9(2).
           05  WS-EDIT-DATE-DAY            PIC 9(2).
       01  WS-EDIT-DATE-OK-SWITCH          PIC X VALUE "N".
           88  WS-EDIT-DATE-OK              VALUE "Y".
       01  WS-EDIT-DATE-MAX-DAY            PIC 9(2).
       01  WS-EDIT-YEAR-REM-4              PIC 9(4).
       01  WS-EDIT-YEAR-REM-100            PIC 9(4).
       01  WS-EDIT-YEAR-REM-400            PIC 9(4).

      *----------------------------------------------------------------
      * Dated-row probe (4600): a site's rows sit together behind
      * its profile in date order, so one START past the profile
      * finds whether any dated row remains.
      *----------------------------------------------------------------
       01  WS-DATED-ROW-SWITCH             PIC X VALUE "N".
           88  WS-DATED-ROW-FOUND           VALUE "Y".

      *----------------------------------------------------------------
      * WS-BEFORE-IMAGE holds the row as it stood before a CHANGE or
      * DELETE was applied, for the before/after report lines.
      *----------------------------------------------------------------
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-DAY-TYPE          PIC X.
           05  WS-BEFORE-CLOSED-WEEKDAYS   PIC X(7).
           05  WS-BEFORE-DESCRIPTION       PIC X(30).
           05  WS-BEFORE-CHANGED-DATE      PIC 9(8).
           05  WS-BEFORE-CHANGED-USER      PIC X(8).
       01  WS-BEFORE-FOUND-SWITCH          PIC X VALUE "N".
           88  WS-BEFORE-FOUND              VALUE "Y".

      *----------------------------------------------------------------
      * Control totals - applied + rejected must equal read, proved
      * on the report's total line.
      *----------------------------------------------------------------
       01  WS-TRAN-READ-COUNT              PIC 9(6) VALUE 0.
       01  WS-TRAN-APPLIED-COUNT           PIC 9(6) VALUE 0.
       01  WS-TRAN-REJECTED-COUNT          PIC 9(6) VALUE 0.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-ACTION-CODE              PIC X.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-SITE-CODE                PIC X(4).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-CALENDAR-DATE            PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-DISPOSITION              PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-COMMENT                  PIC X(90).

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
      *   000  all transactions applied
      *   004  some transactions rejected, at least one applied
      *   008  transactions were read but every one was rejected
      *        (or the transaction file was empty)
      *   024  BUSCAL, CALTRN, CALMRP, or RUNCTL could not be
      *        opened
      *   028  the run-control lock (RUNCTL) was still held by
      *        another run after LOCKWAIT minutes - nothing applied
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-SOME-REJECTED            VALUE 4.
           88  RC-NOTHING-APPLIED          VALUE 8.
           88  RC-FILE-ERROR               VALUE 24.
           88  RC-LOCK-NOT-OBTAINED        VALUE 28.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1800-CLAIM-RUN-CONTROL
           IF WS-RUN-CONTROL-HELD
               PERFORM 2000-OPEN-FILES
               IF NOT RC-FILE-ERROR
                   PERFORM 2100-PRINT-HEADINGS
                   PERFORM 3000-PROCESS-TRANSACTIONS
                       UNTIL WS-END-OF-INPUT
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
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.

      *----------------------------------------------------------------
      * 1800-1830 - claim the run-control lock (RCTLREC) before any
      * production file is opened. A duplicate key on the WRITE
      * means another run holds it: say who, wait a minute, and try
      * again, for up to LOCKWAIT minutes, then end RC 028 without
      * touching anything. RUNCTL itself is not optional - a run
      * that cannot open it cannot show it is alone, and ends RC
      * 024. BUSCAL is read by HELLOSCH and HELLOACK, which claim
      * the same lock, so a calendar change never lands under a
      * run that is counting business days.
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
               DISPLAY "CALMNT RUNCTL COULD NOT BE OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           ELSE
               ACCEPT WS-CLAIM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CLAIM-TIME FROM TIME
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               MOVE "CALMNT" TO CT-HOLDER-PROGRAM
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
                   DISPLAY "CALMNT RUN-CONTROL HELD BY "
                       CT-HOLDER-PROGRAM " JOB " CT-HOLDER-JOB
                       " SINCE " CT-CLAIM-DATE " " CT-CLAIM-TIME
           END-READ.

       1830-WAIT-FOR-RUN-CONTROL.
           ADD 1 TO WS-LOCK-ATTEMPTS
           IF WS-LOCK-ATTEMPTS > WS-LOCK-WAIT-MINUTES
               SET WS-LOCK-GIVEN-UP TO TRUE
               SET RC-LOCK-NOT-OBTAINED TO TRUE
               DISPLAY "CALMNT RUN-CONTROL NOT OBTAINED IN "
                   WS-LOCK-WAIT-MINUTES " MINUTES - NOTHING DONE"
           ELSE
               CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECONDS
           END-IF.

      *----------------------------------------------------------------
      * Same create-if-fresh dance SUPPMNT uses: a newly DEFINEd,
      * never-loaded BUSCAL fails the plain I-O open, and the first
      * batch of site profiles must still load it.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN I-O BUSINESS-CALENDAR-FILE
           IF WS-FS-CALENDAR NOT = "00"
               OPEN OUTPUT BUSINESS-CALENDAR-FILE
               CLOSE BUSINESS-CALENDAR-FILE
               OPEN I-O BUSINESS-CALENDAR-FILE
           END-IF
           IF WS-FS-CALENDAR NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT CALENDAR-TRANSACTION-FILE
           IF WS-FS-TRANSACTION NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT CALMRP-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF.

       2100-PRINT-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "CALMNT MAINTENANCE REPORT - RUN DATE "
               WS-SYSTEM-DATE " TIME " WS-SYSTEM-TIME
               " USER " WS-USER-ID
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  ACT  SITE  DATE      DISPOSTN  COMMENT"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       3000-PROCESS-TRANSACTIONS.
           READ CALENDAR-TRANSACTION-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
                   PERFORM 3100-PROCESS-ONE-TRANSACTION
           END-READ.

       3100-PROCESS-ONE-TRANSACTION.
           PERFORM 4000-VALIDATE-TRANSACTION
           IF WS-TRANSACTION-CLEAN
               PERFORM 5000-APPLY-TRANSACTION
           END-IF
           IF WS-TRANSACTION-CLEAN
               ADD 1 TO WS-TRAN-APPLIED-COUNT
               PERFORM 6000-PRINT-APPLIED-LINES
           ELSE
               ADD 1 TO WS-TRAN-REJECTED-COUNT
               PERFORM 6100-PRINT-REJECT-LINE
           END-IF.

      *----------------------------------------------------------------
      * 4000-VALIDATE-TRANSACTION - every edit the record must pass
      * before it is allowed anywhere near the calendar.
      *----------------------------------------------------------------
       4000-VALIDATE-TRANSACTION.
           MOVE 0 TO WS-REJECT-REASON
           MOVE 0 TO WS-TRAN-CALENDAR-DATE
           MOVE "N" TO WS-PROFILE-SWITCH
           IF NOT CX-ACTION-ADD AND NOT CX-ACTION-CHANGE
                   AND NOT CX-ACTION-DELETE
               MOVE 1 TO WS-REJECT-REASON
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND (CX-SITE-CODE = SPACES OR LOW-VALUES)
               MOVE 2 TO WS-REJECT-REASON
           END-IF
           IF WS-TRANSACTION-CLEAN
               PERFORM 4100-VALIDATE-CALENDAR-DATE
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND (CX-ACTION-ADD OR CX-ACTION-CHANGE)
               IF WS-TRAN-IS-PROFILE
                   PERFORM 4300-VALIDATE-CLOSED-WEEKDAYS
               ELSE
                   IF CX-DAY-TYPE NOT = "H" AND NOT = "W"
                       MOVE 4 TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND CX-ACTION-ADD
               AND NOT WS-TRAN-IS-PROFILE
               PERFORM 4500-CHECK-SITE-PROFILE
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND CX-ACTION-DELETE
               AND WS-TRAN-IS-PROFILE
               PERFORM 4600-CHECK-DATED-ROWS
           END-IF.

      *----------------------------------------------------------------
      * 4100 - a blank or zero date names the site profile; anything
      * else must be a real calendar day.
      *----------------------------------------------------------------
       4100-VALIDATE-CALENDAR-DATE.
           IF CX-CALENDAR-DATE = SPACES OR CX-CALENDAR-DATE = ZEROS
               SET WS-TRAN-IS-PROFILE TO TRUE
               MOVE 0 TO WS-TRAN-CALENDAR-DATE
           ELSE
               IF CX-CALENDAR-DATE IS NOT NUMERIC
                   MOVE 3 TO WS-REJECT-REASON
               ELSE
                   MOVE CX-CALENDAR-DATE TO WS-EDIT-DATE
                   PERFORM 4140-EDIT-ONE-DATE
                   IF WS-EDIT-DATE-OK
                       MOVE WS-EDIT-DATE TO WS-TRAN-CALENDAR-DATE
                   ELSE
                       MOVE 3 TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4140/4150 - the date edit: a real calendar day, with the
      * century leap rule for February.
      *----------------------------------------------------------------
       4140-EDIT-ONE-DATE.
           MOVE "N" TO WS-EDIT-DATE-OK-SWITCH
           IF WS-EDIT-DATE-YEAR < 1990
               OR WS-EDIT-DATE-MONTH < 1
               OR WS-EDIT-DATE-MONTH > 12
               OR WS-EDIT-DATE-DAY < 1
               CONTINUE
           ELSE
               PERFORM 4150-SET-MAX-DAY-OF-MONTH
               IF WS-EDIT-DATE-DAY <= WS-EDIT-DATE-MAX-DAY
                   SET WS-EDIT-DATE-OK TO TRUE
               END-IF
           END-IF.

       4150-SET-MAX-DAY-OF-MONTH.
           EVALUATE WS-EDIT-DATE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-EDIT-DATE-MAX-DAY
               WHEN 2
                   DIVIDE WS-EDIT-DATE-YEAR BY 4
                       GIVING WS-EDIT-YEAR-REM-4
                       REMAINDER WS-EDIT-YEAR-REM-4
                   DIVIDE WS-EDIT-DATE-YEAR BY 100
                       GIVING WS-EDIT-YEAR-REM-100
                       REMAINDER WS-EDIT-YEAR-REM-100
                   DIVIDE WS-EDIT-DATE-YEAR BY 400
                       GIVING WS-EDIT-YEAR-REM-400
                       REMAINDER WS-EDIT-YEAR-REM-400
                   IF WS-EDIT-YEAR-REM-400 = 0
                       OR (WS-EDIT-YEAR-REM-4 = 0
                           AND WS-EDIT-YEAR-REM-100 NOT = 0)
                       MOVE 29 TO WS-EDIT-DATE-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-EDIT-DATE-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-EDIT-DATE-MAX-DAY
           END-EVALUATE.

      *----------------------------------------------------------------
      * 4300/4310 - the profile's closed weekdays: seven Y/N flags,
      * Monday first, and at least one "N" - a site closed every
      * day of the week would leave HELLOSCH and HELLOACK searching
      * for a business day that never comes.
      *----------------------------------------------------------------
       4300-VALIDATE-CLOSED-WEEKDAYS.
           MOVE CX-CLOSED-WEEKDAYS TO WS-TRAN-MASK
           MOVE 0 TO WS-CLOSED-DAY-COUNT
           SET WS-MASK-VALID TO TRUE
           PERFORM 4310-CHECK-ONE-WEEKDAY
               VARYING WS-WEEKDAY-INDEX FROM 1 BY 1
               UNTIL WS-WEEKDAY-INDEX > 7
           IF NOT WS-MASK-VALID
               OR WS-CLOSED-DAY-COUNT = 7
               MOVE 5 TO WS-REJECT-REASON
           END-IF.

       4310-CHECK-ONE-WEEKDAY.
           EVALUATE WS-TRAN-MASK-DAY(WS-WEEKDAY-INDEX)
               WHEN "Y"
                   ADD 1 TO WS-CLOSED-DAY-COUNT
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-MASK-VALID-SWITCH
           END-EVALUATE.

      *----------------------------------------------------------------
      * 4500 - a holiday or working day means nothing without the
      * profile it departs from, so a dated ADD needs the site's
      * profile already on file (it may be added earlier in the
      * same batch).
      *----------------------------------------------------------------
       4500-CHECK-SITE-PROFILE.
           MOVE CX-SITE-CODE TO CL-SITE-CODE
           MOVE 0 TO CL-CALENDAR-DATE
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   MOVE 6 TO WS-REJECT-REASON
           END-READ.

      *----------------------------------------------------------------
      * 4600 - a profile may only be deleted once its site has no
      * dated rows left; the rows behind it would otherwise sit on
      * the calendar with nothing to say what the site's normal
      * week is.
      *----------------------------------------------------------------
       4600-CHECK-DATED-ROWS.
           MOVE "N" TO WS-DATED-ROW-SWITCH
           MOVE CX-SITE-CODE TO CL-SITE-CODE
           MOVE 1 TO CL-CALENDAR-DATE
           START BUSINESS-CALENDAR-FILE
               KEY >= CL-CALENDAR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BUSINESS-CALENDAR-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CL-SITE-CODE = CX-SITE-CODE
                               SET WS-DATED-ROW-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-DATED-ROW-FOUND
               MOVE 9 TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------------
      * 5000-APPLY-TRANSACTION - the record passed every edit; now
      * let the file arbitrate the key.
      *----------------------------------------------------------------
       5000-APPLY-TRANSACTION.
           MOVE "N" TO WS-BEFORE-FOUND-SWITCH
           MOVE CX-SITE-CODE TO CL-SITE-CODE
           MOVE WS-TRAN-CALENDAR-DATE TO CL-CALENDAR-DATE
           EVALUATE TRUE
               WHEN CX-ACTION-ADD
                   PERFORM 5100-APPLY-ADD
               WHEN CX-ACTION-CHANGE
                   PERFORM 5200-APPLY-CHANGE
               WHEN CX-ACTION-DELETE
                   PERFORM 5300-APPLY-DELETE
           END-EVALUATE.

       5100-APPLY-ADD.
           PERFORM 5500-LOAD-RECORD-FIELDS
           WRITE BUSINESS-CALENDAR-RECORD
               INVALID KEY
                   MOVE 7 TO WS-REJECT-REASON
           END-WRITE.

       5200-APPLY-CHANGE.
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   MOVE 8 TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 5400-SAVE-BEFORE-IMAGE
                   PERFORM 5500-LOAD-RECORD-FIELDS
                   REWRITE BUSINESS-CALENDAR-RECORD
                       INVALID KEY
                           MOVE 8 TO WS-REJECT-REASON
                   END-REWRITE
           END-READ.

       5300-APPLY-DELETE.
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   MOVE 8 TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 5400-SAVE-BEFORE-IMAGE
                   DELETE BUSINESS-CALENDAR-FILE
                       INVALID KEY
                           MOVE 8 TO WS-REJECT-REASON
                   END-DELETE
           END-READ.

       5400-SAVE-BEFORE-IMAGE.
           MOVE CL-DAY-TYPE TO WS-BEFORE-DAY-TYPE
           MOVE CL-CLOSED-WEEKDAYS TO WS-BEFORE-CLOSED-WEEKDAYS
           MOVE CL-DESCRIPTION TO WS-BEFORE-DESCRIPTION
           MOVE CL-CHANGED-DATE TO WS-BEFORE-CHANGED-DATE
           MOVE CL-CHANGED-USER TO WS-BEFORE-CHANGED-USER
           SET WS-BEFORE-FOUND TO TRUE.

       5500-LOAD-RECORD-FIELDS.
           MOVE CX-SITE-CODE TO CL-SITE-CODE
           MOVE WS-TRAN-CALENDAR-DATE TO CL-CALENDAR-DATE
           IF WS-TRAN-IS-PROFILE
               SET CL-DAY-PROFILE TO TRUE
               MOVE CX-CLOSED-WEEKDAYS TO CL-CLOSED-WEEKDAYS
           ELSE
               MOVE CX-DAY-TYPE TO CL-DAY-TYPE
               MOVE SPACES TO CL-CLOSED-WEEKDAYS
           END-IF
           MOVE CX-DESCRIPTION TO CL-DESCRIPTION
           MOVE WS-SYSTEM-DATE TO CL-CHANGED-DATE
           MOVE WS-USER-ID TO CL-CHANGED-USER.

      *----------------------------------------------------------------
      * 6000/6100 - report lines. An applied CHANGE or DELETE gets
      * a BEFORE line showing the row as it stood, and an applied
      * ADD or CHANGE gets an AFTER line showing it as it now
      * stands, so the report alone proves what changed.
      *----------------------------------------------------------------
       6000-PRINT-APPLIED-LINES.
           IF WS-BEFORE-FOUND
               PERFORM 6200-SET-LINE-KEY
               MOVE "BEFORE" TO DL-DISPOSITION
               IF WS-TRAN-IS-PROFILE
                   STRING "CLOSED MON-SUN " WS-BEFORE-CLOSED-WEEKDAYS
                       " " WS-BEFORE-DESCRIPTION
                       " SET " WS-BEFORE-CHANGED-DATE
                       " BY " WS-BEFORE-CHANGED-USER
                       DELIMITED BY SIZE INTO DL-COMMENT
               ELSE
                   STRING "TYPE " WS-BEFORE-DAY-TYPE
                       " " WS-BEFORE-DESCRIPTION
                       " SET " WS-BEFORE-CHANGED-DATE
                       " BY " WS-BEFORE-CHANGED-USER
                       DELIMITED BY SIZE INTO DL-COMMENT
               END-IF
               PERFORM 6500-WRITE-DETAIL-LINE
           END-IF
           PERFORM 6200-SET-LINE-KEY
           EVALUATE TRUE
               WHEN CX-ACTION-DELETE
                   MOVE "DELETED" TO DL-DISPOSITION
                   MOVE SPACES TO DL-COMMENT
               WHEN WS-TRAN-IS-PROFILE
                   MOVE "AFTER" TO DL-DISPOSITION
                   STRING "CLOSED MON-SUN " CX-CLOSED-WEEKDAYS
                       " " CX-DESCRIPTION
                       DELIMITED BY SIZE INTO DL-COMMENT
               WHEN OTHER
                   MOVE "AFTER" TO DL-DISPOSITION
                   STRING "TYPE " CX-DAY-TYPE
                       " " CX-DESCRIPTION
                       DELIMITED BY SIZE INTO DL-COMMENT
           END-EVALUATE
           PERFORM 6500-WRITE-DETAIL-LINE.

       6100-PRINT-REJECT-LINE.
           PERFORM 6200-SET-LINE-KEY
           MOVE "REJECTED" TO DL-DISPOSITION
           EVALUATE WS-REJECT-REASON
               WHEN 1
                   MOVE "REASON 01 - ACTION CODE NOT A, C, OR D"
                       TO DL-COMMENT
               WHEN 2
                   MOVE "REASON 02 - SITE CODE MISSING"
                       TO DL-COMMENT
               WHEN 3
                   MOVE "REASON 03 - DATE INVALID"
                       TO DL-COMMENT
               WHEN 4
                   MOVE "REASON 04 - DAY TYPE NOT H OR W"
                       TO DL-COMMENT
               WHEN 5
                   MOVE "REASON 05 - CLOSED WEEKDAYS NOT Y/N OR ALL Y"
                       TO DL-COMMENT
               WHEN 6
                   MOVE "REASON 06 - SITE HAS NO PROFILE ROW"
                       TO DL-COMMENT
               WHEN 7
                   MOVE "REASON 07 - ADD OF A ROW ALREADY ON FILE"
                       TO DL-COMMENT
               WHEN 8
                   MOVE "REASON 08 - ROW NOT ON FILE"
                       TO DL-COMMENT
               WHEN 9
                   MOVE "REASON 09 - SITE STILL HAS DATED ROWS"
                       TO DL-COMMENT
               WHEN OTHER
                   MOVE "REASON ?? - UNCLASSIFIED REJECTION"
                       TO DL-COMMENT
           END-EVALUATE
           PERFORM 6500-WRITE-DETAIL-LINE.

       6200-SET-LINE-KEY.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CX-ACTION-CODE TO DL-ACTION-CODE
           MOVE CX-SITE-CODE TO DL-SITE-CODE
           IF WS-TRAN-IS-PROFILE
               MOVE "PROFILE" TO DL-CALENDAR-DATE
           ELSE
               MOVE CX-CALENDAR-DATE TO DL-CALENDAR-DATE
           END-IF.

       6500-WRITE-DETAIL-LINE.
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD.

       7000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "TRANSACTIONS READ: " WS-TRAN-READ-COUNT
               "   APPLIED: " WS-TRAN-APPLIED-COUNT
               "   REJECTED: " WS-TRAN-REJECTED-COUNT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       8000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-TRAN-APPLIED-COUNT = 0
                   SET RC-NOTHING-APPLIED TO TRUE
               WHEN WS-TRAN-REJECTED-COUNT > 0
                   SET RC-SOME-REJECTED TO TRUE
               WHEN OTHER
                   SET RC-SUCCESS TO TRUE
           END-EVALUATE.

       9000-CLOSE-FILES.
           CLOSE BUSINESS-CALENDAR-FILE
           CLOSE CALENDAR-TRANSACTION-FILE
           CLOSE CALMRP-FILE.

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
                           DISPLAY "CALMNT RUN-CONTROL "
                               "ALREADY CLEARED"
                       NOT INVALID KEY
                           PERFORM 9810-DELETE-OWN-CLAIM
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               ELSE
                   DISPLAY "CALMNT RUNCTL NOT OPENED TO RELEASE, "
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
                       DISPLAY "CALMNT RUN-CONTROL RELEASE FAILED, "
                           "STATUS " WS-FS-RUN-CONTROL
               END-DELETE
           ELSE
               DISPLAY "CALMNT RUN-CONTROL NOW HELD BY JOB "
                   CT-HOLDER-JOB " - LEFT IN PLACE"
           END-IF.
